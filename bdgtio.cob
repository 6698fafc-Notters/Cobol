       IDENTIFICATION DIVISION.
       PROGRAM-ID. bdgtio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the budget billing file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BudgetFile assign to "bdgt.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-bdgt-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
           copy "bdgt.fd".

       WORKING-STORAGE SECTION.
           copy "bdgt.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-bdgt-record        pic X(93).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-bdgt-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o BudgetFile.
           if file-status = "35"
               open output BudgetFile
               close BudgetFile
               open i-o BudgetFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "Q" perform DoQuery
               when "A" perform DoAdd
               when "U" perform DoUpdate
               when "F" perform DoFirst
               when "N" perform DoNext
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close BudgetFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-bdgt-record to ws-bdgt-record.
           move ws-bdgt-clnt-id to fd-bdgt-clnt-id.
           read BudgetFile
               key is fd-bdgt-clnt-id
               invalid key
                   move "Budget not found" to ws-msg
           end-read.

           if success
               move fd-bdgt-record to ws-bdgt-record
           end-if.

           move ws-bdgt-record to ls-bdgt-record.

       DoAdd.
           move ls-bdgt-record to ws-bdgt-record.
           move ws-bdgt-record to fd-bdgt-record.
           write fd-bdgt-record
               invalid key
                   move "Client already has a budget row" to ws-msg
               not invalid key
                   move "Budget recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-bdgt-record to ws-bdgt-record.
           move ws-bdgt-clnt-id to fd-bdgt-clnt-id.
           read BudgetFile
               key is fd-bdgt-clnt-id
               invalid key
                   move "Budget not found" to ws-msg
           end-read.

           if success
               move ws-bdgt-record to fd-bdgt-record
               rewrite fd-bdgt-record
                   invalid key
                       move "Failed to update budget" to ws-msg
                   not invalid key
                       move "Budget updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-bdgt-clnt-id.
           move "N" to prev-allowed.
           start BudgetFile key is greater than fd-bdgt-clnt-id
               invalid key
                   move "No budgets on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read BudgetFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-bdgt-record to ws-bdgt-record
               end-if
           end-if.

           move ws-bdgt-record to ls-bdgt-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-bdgt-record to ws-bdgt-record.
           move ws-bdgt-clnt-id to fd-bdgt-clnt-id.
           start BudgetFile key is greater than fd-bdgt-clnt-id
               invalid key
                   move "End of budget file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read BudgetFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-bdgt-record to ws-bdgt-record
               end-if
           end-if.

           move ws-bdgt-record to ls-bdgt-record.
           move ws-navigation-status to ls-navigation-status.
