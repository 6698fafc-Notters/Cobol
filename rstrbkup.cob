      * chooses over the live dataset, then proves the restore by
      * opening every restored file and counting its records
      * before declaring success. Restoring overwrites the live
      * files, so the operator has to type YES to it. The live
      * after-image journal is not part of a generation and is
      * left alone, so forward recovery (fwdrcvr) can replay the
      * work done since the backup onto the restored files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ContinueFile assign to "cont.dat"
           copy "balcnt.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       FD OperatorFile.
           copy "oper.fd".
           05 filler pic X(12) value "corr.dat".
           05 filler pic X(12) value "dep.dat".
           05 filler pic X(12) value "uncl.dat".
           05 filler pic X(12) value "disp.dat".
           05 filler pic X(12) value "ptp.dat".
           05 filler pic X(12) value "clos.dat".
           05 filler pic X(12) value "gone.dat".
           05 filler pic X(12) value "prd.dat".
           05 filler pic X(12) value "pvrt.dat".
           05 filler pic X(12) value "prov.dat".
           05 filler pic X(12) value "aml.dat".
           05 filler pic X(12) value "scd.dat".
           05 filler pic X(12) value "rchq.dat".
           05 filler pic X(12) value "rdst.dat".
           05 filler pic X(12) value "sctl.dat".
           05 filler pic X(12) value "sdep.dat".
           05 filler pic X(12) value "fchg.dat".
           05 filler pic X(12) value "bdgt.dat".
           05 filler pic X(12) value "due.dat".
           05 filler pic X(12) value "cmpl.dat".
           05 filler pic X(12) value "tpa.dat".
           05 filler pic X(12) value "kpi.dat".
           05 filler pic X(12) value "dqw.dat".
           05 filler pic X(12) value "dqh.dat".
           05 filler pic X(12) value "audseal.dat".
           05 filler pic X(12) value "brx.dat".
           05 filler pic X(12) value "crb.dat".
           05 filler pic X(12) value "lim.dat".
           05 filler pic X(12) value "vuln.dat".
           05 filler pic X(12) value "rchg.dat".
           05 filler pic X(12) value "mail.dat".
           05 filler pic X(12) value "mlin.dat".
           05 filler pic X(12) value "mbat.dat".
           05 filler pic X(12) value "cdlt.dat".
           05 filler pic X(12) value "crmf.dat".
       01 ws-dataset-table redefines ws-dataset-names.
           05 ws-dataset-name occurs 67 times pic X(12).
       01 file-idx pic 9(2).

       01 ws-gen-count pic 9(2) value zeroes.
               goback
           end-if.

           perform varying file-idx from 1 by 1 until file-idx > 67
               perform RestoreOneFile
           end-perform.

           else
               display "Restore of generation " ws-chosen-date
                       " verified complete"
               display "Work since the backup is on the after-image "
                       "journal - run fwdrcvr to replay it"
           end-if.

           goback.
