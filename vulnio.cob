       IDENTIFICATION DIVISION.
       PROGRAM-ID. vulnio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the vulnerability marker file goes through
      * here, the same way clnt.dat is only ever touched through
      * clntio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select VulnerableFile assign to "vuln.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-vuln-clnt-id
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD VulnerableFile.
           copy "vuln.fd".

       WORKING-STORAGE SECTION.
           copy "vuln.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-vuln-record        pic X(66).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-vuln-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o VulnerableFile.
           if file-status = "35"
               open output VulnerableFile
               close VulnerableFile
               open i-o VulnerableFile
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

           close VulnerableFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-vuln-record to ws-vuln-record.
           move ws-vuln-clnt-id to fd-vuln-clnt-id.
           read VulnerableFile
               key is fd-vuln-clnt-id
               invalid key
                   move "Vulnerability marker not found" to ws-msg
           end-read.

           if success
               move fd-vuln-record to ws-vuln-record
           end-if.

           move ws-vuln-record to ls-vuln-record.

       DoAdd.
           move ls-vuln-record to ws-vuln-record.
           move ws-vuln-record to fd-vuln-record.
           write fd-vuln-record
               invalid key
                   move "Client already has a vulnerability marker"
                       to ws-msg
               not invalid key
                   move "Vulnerability marker recorded" to ws-msg
           end-write.

       DoUpdate.
           move ls-vuln-record to ws-vuln-record.
           move ws-vuln-clnt-id to fd-vuln-clnt-id.
           read VulnerableFile
               key is fd-vuln-clnt-id
               invalid key
                   move "Vulnerability marker not found" to ws-msg
           end-read.

           if success
               move ws-vuln-record to fd-vuln-record
               rewrite fd-vuln-record
                   invalid key
                       move "Failed to update vulnerability marker"
                           to ws-msg
                   not invalid key
                       move "Vulnerability marker updated" to ws-msg
               end-rewrite
           end-if.

       DoFirst.
           move zeroes to fd-vuln-clnt-id.
           move "N" to prev-allowed.
           start VulnerableFile key is greater than fd-vuln-clnt-id
               invalid key
                   move "No vulnerability markers on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read VulnerableFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-vuln-record to ws-vuln-record
               end-if
           end-if.

           move ws-vuln-record to ls-vuln-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-vuln-record to ws-vuln-record.
           move ws-vuln-clnt-id to fd-vuln-clnt-id.
           start VulnerableFile key is greater than fd-vuln-clnt-id
               invalid key
                   move "End of vulnerability marker file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read VulnerableFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-vuln-record to ws-vuln-record
               end-if
           end-if.

           move ws-vuln-record to ls-vuln-record.
           move ws-navigation-status to ls-navigation-status.
