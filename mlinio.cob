       IDENTIFICATION DIVISION.
       PROGRAM-ID. mlinio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the print-line spool goes through here, the
      * same way clnt.dat is only ever touched through clntio.
      * "S"/"T" walk one mail item's lines in line order; "D"
      * drops the line on the record handed in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select PrintLineFile assign to "mlin.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-mlin-key
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD PrintLineFile.
           copy "mlin.fd".

       WORKING-STORAGE SECTION.
           copy "mlin.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-mlin-record        pic X(91).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-mlin-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o PrintLineFile.
           if file-status = "35"
               open output PrintLineFile
               close PrintLineFile
               open i-o PrintLineFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "A" perform DoAdd
               when "S" perform DoFirstForItem
               when "T" perform DoNextForItem
               when "D" perform DoDelete
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close PrintLineFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoAdd.
           move ls-mlin-record to ws-mlin-record.
           move ws-mlin-record to fd-mlin-record.
           write fd-mlin-record
               invalid key
                   move "Print line already spooled" to ws-msg
               not invalid key
                   move "Print line spooled" to ws-msg
           end-write.

       DoFirstForItem.
           move ls-mlin-record to ws-mlin-record.
           move ws-mlin-mail-id to fd-mlin-mail-id.
           move zeroes to fd-mlin-line-no.
           move "N" to prev-allowed.
           move "N" to next-allowed.

           start PrintLineFile key is not less than fd-mlin-key
               invalid key
                   move "No print lines for this item" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PrintLineFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mlin-mail-id = ws-mlin-mail-id
                   move fd-mlin-record to ws-mlin-record
               else
                   move "N" to next-allowed
                   move "No print lines for this item" to ws-msg
               end-if
           end-if.

           move ws-mlin-record to ls-mlin-record.
           move ws-navigation-status to ls-navigation-status.

       DoNextForItem.
           move ls-mlin-record to ws-mlin-record.
           move ws-mlin-key to fd-mlin-key.
           move "N" to next-allowed.

           start PrintLineFile key is greater than fd-mlin-key
               invalid key
                   move "End of print lines for this item" to ws-msg
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read PrintLineFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success and fd-mlin-mail-id = ws-mlin-mail-id
                   move fd-mlin-record to ws-mlin-record
               else
                   move "N" to next-allowed
                   move "End of print lines for this item" to ws-msg
               end-if
           end-if.

           move ws-mlin-record to ls-mlin-record.
           move ws-navigation-status to ls-navigation-status.

       DoDelete.
           move ls-mlin-record to ws-mlin-record.
           move ws-mlin-key to fd-mlin-key.
           delete PrintLineFile record
               invalid key
                   move "Print line not found" to ws-msg
               not invalid key
                   move "Print line dropped" to ws-msg
           end-delete.
