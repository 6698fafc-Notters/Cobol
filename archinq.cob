      * archclnt removal - the id gap report documents why), and
      * falls back to allocating a fresh id through the ordinary
      * clntio insert when it is not. Restores are reported to
      * archinq.rpt so the front desk can see what came back. An
      * entry anonarch has anonymised has no personal details left
      * to restore and is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           close ArchiveFile.

           evaluate true
               when ws-line-found not equal "Y"
                   display "No archive entry for id " ws-search-id-disp
               when ws-arch-surname = "ANONYMISED"
                   display "Archive entry " ws-search-id-disp
                           " has been anonymised - cannot be restored"
               when other
                   perform RebuildClientRecord
                   perform ReinsertClient
           end-evaluate.

       ScanForRestore.
           read ArchiveFile
