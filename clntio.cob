           copy "clnt.fd".

       FD AuditFile.
       01 fd-audit-line pic X(146).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
       01 ws-audit-after   pic X(20) value spaces.
       01 ws-audit-balance-display pic +ZZZZZZ9.99.

      * bank details as they stood before an update, so a change
      * can be audited on its own line for the suspicious-activity
      * monitoring to find
       01 ws-old-bank-sort pic X(6).
       01 ws-old-bank-acct pic X(8).

       01 ws-operation       pic X(1).

       01 file-status pic X(2).
           05 ws-new-timestamp-date pic 9(8).
           05 ws-new-timestamp-time pic 9(6).

      * the change as the CRM feed hears of it (crmchg)
       01 ws-crm-change-type pic X(1).
       01 ws-crm-merged-into pic 9(7) value zeroes.

       01 ws-hold-held pic X(1).
           88 hold-held value "Y".
       01 ws-molock-status pic 9(2).
      * never touches the live book or its audit trail.
       01 ws-clnt-file-name  pic X(12) value "clnt.dat".
       01 ws-audit-file-name pic X(12) value "audit.dat".
      * which chain of seals the audit lines join (audseal)
       01 ws-audit-trail     pic X(1)  value "A".
       01 ws-training-flag   pic X(1) value "N".
       01 ws-training-oper   pic X(8) value spaces.

               or ws-operation = "D" or ws-operation = "B"
               or ws-operation = "R" or ws-operation = "H"
               or ws-operation = "E" or ws-operation = "G"
               or ws-operation = "M"
               move ls-operator-id to ws-operator-id
               perform CheckHold
      *        The driver's own steps (enrol's load, the bulk
                   when "R" perform DoRestore
                   when "H" perform DoSetHold
                   when "E" perform DoSetStatus
                   when "M" perform DoSetBranch
                   when "G" perform DoSetGrade
                   when "V" perform DoFirstBySurname
                   when "W" perform DoNextBySurname
           if ws-training-flag = "Y"
               move "trclnt.dat"  to ws-clnt-file-name
               move "traudit.dat" to ws-audit-file-name
               move "T" to ws-audit-trail
           else
               move "clnt.dat"  to ws-clnt-file-name
               move "audit.dat" to ws-audit-file-name
               move "A" to ws-audit-trail
           end-if.

      * Every change to the live master goes on the after-image
      * journal (aijio) as the record now stands, so a restore can
      * be brought forward; the training copy is never journalled.
       JournalWrite.
           if ws-training-flag not equal "Y"
               call 'aijio' using "W", "C", "W", fd-clnt-record
           end-if.

       JournalRewrite.
           if ws-training-flag not equal "Y"
               call 'aijio' using "W", "C", "R", fd-clnt-record
           end-if.

      * Every change the CRM system keeps in step with goes on the
      * client change file for the daily feed, as the record now
      * stands - balance postings and risk grades are not CRM
      * fields, so DoPostBalance and DoSetGrade never come here.
       RecordCrmChange.
           call 'crmchg' using ws-crm-change-type,
                               fd-clnt-record,
                               ws-operator-id,
                               ws-crm-merged-into.

      * Refuses Insert/Update/Delete/Balance while nitebtch has the
      * month-end lock raised, so an operator working in clntgui
      * cannot produce a result that is inconsistent with whatever
      * close. Callers set ws-audit-op, ws-clnt-id/ws-clnt-surname
      * and ws-audit-before/ws-audit-after before performing this -
      * ws-operator-id is already set by Main for every operation
      * that gets here. The line is sealed onto the trail's chain
      * (audseal) as it is written.
       WriteAudit.
           accept ws-audit-date from date yyyymmdd.

                  ws-audit-after   delimited by size
                  "]"              delimited by size
               into fd-audit-line.
           call 'audseal' using "S", ws-audit-trail, fd-audit-line.
           write fd-audit-line.

       DoQuery.
                       move ws-status-msg to ws-msg(26:)
                   not invalid key
                       move "Balance posted" to ws-msg
                       perform JournalRewrite
                       move fd-clnt-balance to ws-audit-balance-display
                       move spaces to ws-audit-after
                       move ws-audit-balance-display to ws-audit-after
                           move ws-status-msg to ws-msg(24:)
                       not invalid key
                           move "Client added successfully: " to ws-msg
                           perform JournalWrite
                           move "I" to ws-crm-change-type
                           perform RecordCrmChange
                           move ws-next-clnt-id to ws-msg(27:)
                           move spaces to ws-audit-before
                           move spaces to ws-audit-after
                       move ws-status-msg to ws-msg(22:)
                   not invalid key
                       move "Hold updated" to ws-msg
                       perform JournalRewrite
                       if fd-clnt-hold = "Y"
                           move "H" to ws-crm-change-type
                       else
                           move "O" to ws-crm-change-type
                       end-if
                       perform RecordCrmChange
                       move spaces to ws-audit-after
                       string "hold=" delimited by size
                              fd-clnt-hold delimited by size
                           move ws-status-msg to ws-msg(23:)
                       not invalid key
                           move "Grade updated" to ws-msg
                           perform JournalRewrite
                           move spaces to ws-audit-after
                           string "risk=" delimited by size
                                  fd-clnt-risk delimited by size
                       move ws-status-msg to ws-msg(24:)
                   not invalid key
                       move "Status updated" to ws-msg
                       perform JournalRewrite
                       move "A" to ws-crm-change-type
                       perform RecordCrmChange
                       move spaces to ws-audit-after
                       string "status=" delimited by size
                              fd-clnt-status delimited by size
           move ws-clnt-record to ls-clnt-record.
           move ws-msg to ls-msg.

      * Moves an account to another office. Like the status, an
      * ordinary update cannot move the branch; only the transfer
      * program (brxfer), which refuses held and disputed accounts
      * and journals the balance between the two branches, reaches
      * this. The audit line carries the before and after branch.
       DoSetBranch.
           move ls-clnt-record to ws-clnt-record.
           move ws-clnt-id to fd-clnt-id.
           read ClientFile
               key is fd-clnt-id
               invalid key
                   move "Client not found" to ws-msg
           end-read.

           if success
               move spaces to ws-audit-before
               string "branch=" delimited by size
                      fd-clnt-branch delimited by size
                   into ws-audit-before

               move ws-clnt-branch to fd-clnt-branch
               perform StampLastUpdated
               rewrite fd-clnt-record
                   invalid key
                       move "Failed to set branch: " to ws-msg
                       perform TranslateFileStatus
                       move ws-status-msg to ws-msg(24:)
                   not invalid key
                       move "Branch updated" to ws-msg
                       perform JournalRewrite
                       move "A" to ws-crm-change-type
                       perform RecordCrmChange
                       move spaces to ws-audit-after
                       string "branch=" delimited by size
                              fd-clnt-branch delimited by size
                           into ws-audit-after
                       move "TRANSFER" to ws-audit-op
                       perform WriteAudit
               end-rewrite
           end-if.

           move fd-clnt-record to ws-clnt-record.
           move ws-clnt-record to ls-clnt-record.
           move ws-msg to ls-msg.

      * Re-inserts a client under the id the caller supplies -
      * used by the archive restore, where the record already owns
      * its old id and must keep it if it is still free. Unlike
                       to ws-msg
               not invalid key
                   move "Client restored" to ws-msg
                   perform JournalWrite
                   move "R" to ws-crm-change-type
                   perform RecordCrmChange
                   move spaces to ws-audit-before
                   move spaces to ws-audit-after
                   string ws-clnt-surname delimited by size
                          ";" delimited by size
                          fd-clnt-dob delimited by size
                      into ws-audit-before
                   move fd-clnt-bank-sort to ws-old-bank-sort
                   move fd-clnt-bank-acct to ws-old-bank-acct

                   move ws-clnt-surname      to fd-clnt-surname
                   move ws-clnt-first-name   to fd-clnt-first-name
                   move ws-clnt-bank-acct    to fd-clnt-bank-acct
                   move ws-clnt-category     to fd-clnt-category
                   move ws-clnt-group-id     to fd-clnt-group-id
      *            the branch stays as it is - an account only
      *            changes office through a transfer (DoSetBranch)
                   perform StampLastUpdated
                   rewrite fd-clnt-record
                   end-rewrite

                   if success
                       move "Client updated successfully" to ws-msg
                       perform JournalRewrite
                       move "A" to ws-crm-change-type
                       perform RecordCrmChange
                       move spaces to ws-audit-after
                       string fd-clnt-surname delimited by size
                              ";" delimited by size
                          into ws-audit-after
                       move "UPDATE" to ws-audit-op
                       perform WriteAudit
                       if fd-clnt-bank-sort not = ws-old-bank-sort
                           or fd-clnt-bank-acct not = ws-old-bank-acct
                           perform AuditBankChange
                       end-if
                   else
                       move "Failed to update client: " to ws-msg
                       perform TranslateFileStatus
           move ws-msg to ls-msg.


      * Only the sort code and the last four digits of the account
      * go on the audit trail.
       AuditBankChange.
           move spaces to ws-audit-before.
           string ws-old-bank-sort      delimited by size
                  ";****"               delimited by size
                  ws-old-bank-acct(5:4) delimited by size
               into ws-audit-before.
           move spaces to ws-audit-after.
           string fd-clnt-bank-sort      delimited by size
                  ";****"                delimited by size
                  fd-clnt-bank-acct(5:4) delimited by size
               into ws-audit-after.
           move "BANKCHG" to ws-audit-op.
           perform WriteAudit.

       DoDelete.
           move ls-clnt-record(1:7) to fd-clnt-id.

                       move ws-status-msg to ws-msg(33:)
                   not invalid key
                       move "Client record closed" to ws-msg
                       perform JournalRewrite
                       move "C" to ws-crm-change-type
                       perform RecordCrmChange
                       move fd-clnt-id to ws-clnt-id
                       move fd-clnt-surname to ws-clnt-surname
                       move spaces to ws-audit-after
