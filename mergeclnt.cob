      * is transferred onto the target through clnttxn (so it still
      * goes through the normal posting/audit path), every
      * transaction history record is re-pointed at the target, and
      * the source is then closed the same way clntgui's F9 does,
      * and the CRM feed told it was merged into the target.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
                   move ws-target-id to fd-txn-clnt-id
                   rewrite fd-txn-record
                   end-rewrite
                   if txn-success
                       call 'aijio' using "W", "T", "R", fd-txn-record
                   end-if
                   add 1 to ws-txns-moved
                   move ws-source-id to fd-txn-clnt-id
               end-if
                               ws-navigation-status,
                               ws-msg,
                               ws-operator-id.
      *    the CRM hears of the close as the merge into the target
           if ws-msg equal "Client record closed"
               call 'clntio' using "Q",
                                   ws-clnt-record,
                                   ws-navigation-status,
                                   ws-msg
               call 'crmchg' using "M",
                                   ws-clnt-record,
                                   ws-operator-id,
                                   ws-target-id
           end-if.
