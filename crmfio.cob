       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmfio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the CRM feed file goes through here,
      * the same way clnt.dat is only ever touched through clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CrmFeedFile assign to "crmf.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-crmf-feed-no
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD CrmFeedFile.
           copy "crmf.fd".

       WORKING-STORAGE SECTION.
           copy "crmf.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-crmf-record        pic X(40).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-crmf-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o CrmFeedFile.
           if file-status = "35"
               open output CrmFeedFile
               close CrmFeedFile
               open i-o CrmFeedFile
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

           close CrmFeedFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-crmf-record to ws-crmf-record.
           move ws-crmf-feed-no to fd-crmf-feed-no.
           read CrmFeedFile
               key is fd-crmf-feed-no
               invalid key
                   move "CRM feed not found" to ws-msg
           end-read.

           if success
               move fd-crmf-record to ws-crmf-record
           end-if.

           move ws-crmf-record to ls-crmf-record.

       DoAdd.
           move ls-crmf-record to ws-crmf-record.
           move ws-crmf-record to fd-crmf-record.
           write fd-crmf-record
               invalid key
                   move "CRM feed already on file"
                       to ws-msg
               not invalid key
                   move "CRM feed recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-crmf-record to ws-crmf-record.
           move ws-crmf-feed-no to fd-crmf-feed-no.
           read CrmFeedFile
               key is fd-crmf-feed-no
               invalid key
                   move "CRM feed not found" to ws-msg
           end-read.

           if success
               move ws-crmf-record to fd-crmf-record
               rewrite fd-crmf-record
                   invalid key
                       move "Failed to update CRM feed"
                           to ws-msg
                   not invalid key
                       move "CRM feed updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-crmf-feed-no.
           move "N" to prev-allowed.
           start CrmFeedFile key is greater than fd-crmf-feed-no
               invalid key
                   move "No CRM feeds on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CrmFeedFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-crmf-record to ws-crmf-record
               end-if
           end-if.

           move ws-crmf-record to ls-crmf-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-crmf-record to ws-crmf-record.
           move ws-crmf-feed-no to fd-crmf-feed-no.
           start CrmFeedFile key is greater than fd-crmf-feed-no
               invalid key
                   move "End of CRM feed file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read CrmFeedFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-crmf-record to ws-crmf-record
               end-if
           end-if.

           move ws-crmf-record to ls-crmf-record.
           move ws-navigation-status to ls-navigation-status.
