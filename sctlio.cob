       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctlio IS INITIAL.
       AUTHOR. Andrew Notman.

      * All access to the nightly step-control table goes through
      * here, the same way the GL mapping table is only ever
      * touched through glmapio. One row per batch step; the batch
      * driver asks for each step's row before it runs it, and a
      * step with no row keeps its built-in behaviour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select StepControlFile assign to "sctl.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-sctl-step
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD StepControlFile.
           copy "sctl.fd".

       WORKING-STORAGE SECTION.
           copy "sctl.ws".

       01 ws-operation pic X(1).

       01 file-status pic X(2).
           88 success value "00".

       01 ws-navigation-status.
           02 next-allowed pic X(1).
           02 prev-allowed pic X(1).

       01 ws-msg pic X(80) value spaces.

       LINKAGE SECTION.
       01 ls-operation          pic X(1).
       01 ls-sctl-record       pic X(35).
       01 ls-navigation-status  pic X(2).
       01 ls-msg                pic X(80).

       PROCEDURE DIVISION USING ls-operation,
                                ls-sctl-record,
                                ls-navigation-status,
                                ls-msg.
       Main.
           open i-o StepControlFile.
           if file-status = "35"
               open output StepControlFile
               close StepControlFile
               open i-o StepControlFile
           end-if.
           move ls-operation to ws-operation.

           evaluate ws-operation
               when "Q" perform DoQuery
               when "A" perform DoAdd
               when "U" perform DoUpdate
               when "D" perform DoDelete
               when "F" perform DoFirst
               when "N" perform DoNext
               when other
                   move "Invalid operation" to ws-msg
           end-evaluate.

           close StepControlFile.

           move ws-msg to ls-msg.
           EXIT PROGRAM.

       DoQuery.
           move ls-sctl-record to ws-sctl-record.
           move ws-sctl-step to fd-sctl-step.
           read StepControlFile
               key is fd-sctl-step
               invalid key
                   move "Step control not found" to ws-msg
           end-read.

           if success
               move fd-sctl-record to ws-sctl-record
           end-if.

           move ws-sctl-record to ls-sctl-record.

       DoAdd.
           move ls-sctl-record to ws-sctl-record.
           move ws-sctl-record to fd-sctl-record.
           write fd-sctl-record
               invalid key
                   move "Step control already on file" to ws-msg
               not invalid key
                   move "Step control added" to ws-msg
           end-write.

       DoUpdate.
           move ls-sctl-record to ws-sctl-record.
           move ws-sctl-step to fd-sctl-step.
           read StepControlFile
               key is fd-sctl-step
               invalid key
                   move "Step control not found" to ws-msg
           end-read.

           if success
               move ws-sctl-record to fd-sctl-record
               rewrite fd-sctl-record
                   invalid key
                       move "Failed to update step control" to ws-msg
                   not invalid key
                       move "Step control updated" to ws-msg
               end-rewrite
           end-if.

       DoDelete.
           move ls-sctl-record to ws-sctl-record.
           move ws-sctl-step to fd-sctl-step.
           read StepControlFile
               key is fd-sctl-step
               invalid key
                   move "Step control not found" to ws-msg
           end-read.

           if success
               delete StepControlFile record
                   invalid key
                       move "Failed to remove step control" to ws-msg
                   not invalid key
                       move "Step control removed" to ws-msg
               end-delete
           end-if.

       DoFirst.
           move low-values to fd-sctl-step.
           move "N" to prev-allowed.
           start StepControlFile key is greater than fd-sctl-step
               invalid key
                   move "No step controls on file" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read StepControlFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-sctl-record to ws-sctl-record
               end-if
           end-if.

           move ws-sctl-record to ls-sctl-record.
           move ws-navigation-status to ls-navigation-status.

       DoNext.
           move ls-sctl-record to ws-sctl-record.
           move ws-sctl-step to fd-sctl-step.
           start StepControlFile key is greater than fd-sctl-step
               invalid key
                   move "End of step-control table" to ws-msg
                   move "N" to next-allowed
               not invalid key
                   move "Y" to next-allowed
           end-start.

           if next-allowed = "Y"
               read StepControlFile next record
                   at end
                       move "N" to next-allowed
               end-read

               if success
                   move fd-sctl-record to ws-sctl-record
               end-if
           end-if.

           move ws-sctl-record to ls-sctl-record.
           move ws-navigation-status to ls-navigation-status.
