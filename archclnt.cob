      * had one posted. Unlike clntgui's F9 (a soft close - the
      * record is kept, just marked "C"), this is a genuine physical
      * removal, so ClientFile is opened directly here rather than
      * through clntio. Each client removed goes on the client
      * change file as archived, for the CRM feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

           select ArchiveFile assign to "clntarch.dat"
       01 ws-scanned-count  pic 9(5) value zeroes.
       01 ws-archived-count pic 9(5) value zeroes.

      * who archived them, for the CRM feed's change record - the
      * operator signed on at the menu
       01 ws-operator-id pic X(8) value spaces.
       01 ws-oper-level  pic X(1) value spaces.
       01 ws-no-merge    pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
           call 'whoami' using "R", ws-operator-id, ws-oper-level.

      *    the maintained dormancy figure rules when it has been
      *    keyed - the prompt only survives for a dataset with no
      *    parameter yet
                           " from clnt.dat during archive"
               not invalid key
                   add 1 to ws-archived-count
                   call 'aijio' using "W", "C", "D", fd-clnt-record
                   call 'crmchg' using "X",
                                       fd-clnt-record,
                                       ws-operator-id,
                                       ws-no-merge
           end-delete.
