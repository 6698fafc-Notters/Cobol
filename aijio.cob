       IDENTIFICATION DIVISION.
       PROGRAM-ID. aijio IS INITIAL.
       AUTHOR. Andrew Notman.

      * After-image journal - every program that changes the
      * client master, the transaction file or the counter files
      * (cont.dat, txncnt.dat, balcnt.dat) hands the record here
      * as it stands after the change, once the write, rewrite or
      * delete has gone through. The journal (aij.dat) pairs with
      * one backup generation: btchbkup starts a fresh one each
      * time it takes a generation, keeping the one before beside
      * its generation, so a restore plus a replay (fwdrcvr) puts
      * back everything done since.
      *   "W" journal an after-image - ls-file names the file
      *       ("C" clnt, "T" txn, "K" cont, "N" txncnt, "B"
      *       balcnt), ls-action what was done ("W", "R", "D")
      *   "N" start a new journal for the generation in the first
      *       eight characters of ls-image
      *   "G" answer the generation the live journal pairs with,
      *       in the first eight characters of ls-image (spaces
      *       when there is no journal)
      * Only as many characters of ls-image as the named file's
      * record holds are ever touched, so callers pass their own
      * record whatever its length.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select JournalFile assign to "aij.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-aij-seq
               file status is file-status.

       DATA DIVISION.
       FILE SECTION.
       FD JournalFile.
           copy "aij.fd".

       WORKING-STORAGE SECTION.
           copy "aij.ws".

       01 file-status pic X(2).
           88 success value "00".

       01 ws-image-length pic 9(3).
       01 ws-header-gen   pic X(8).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-file      pic X(1).
       01 ls-action    pic X(1).
       01 ls-image     pic X(143).

       PROCEDURE DIVISION USING ls-operation,
                                ls-file,
                                ls-action,
                                ls-image.
       Main.
           evaluate ls-operation
               when "W" perform DoJournal
               when "N" perform DoNewJournal
               when "G" perform DoGeneration
               when other display "Invalid char."
           end-evaluate.

           EXIT PROGRAM.

       DoJournal.
           evaluate ls-file
               when "C" move 143 to ws-image-length
               when "T" move 71  to ws-image-length
               when "K" move 10  to ws-image-length
               when "N" move 10  to ws-image-length
               when "B" move 17  to ws-image-length
               when other move zeroes to ws-image-length
           end-evaluate.

           if ws-image-length not equal zeroes
               open i-o JournalFile
      *        no journal yet (a dataset never backed up) - one is
      *        started unpaired rather than the change going
      *        unrecorded
               if not success
                   move spaces to ws-header-gen
                   perform WriteHeader
                   open i-o JournalFile
               end-if
               perform AppendImage
               close JournalFile
           end-if.

       AppendImage.
           move high-values to fd-aij-seq.
           start JournalFile key is less than fd-aij-seq
               invalid key
                   move zeroes to fd-aij-seq
           end-start.

           if success
               read JournalFile previous record
                   at end
                       move zeroes to fd-aij-seq
               end-read
           end-if.

           move spaces to ws-aij-record.
           compute ws-aij-seq = fd-aij-seq + 1.
           accept ws-aij-date from date yyyymmdd.
           accept ws-aij-time from time.
           move ls-file   to ws-aij-file.
           move ls-action to ws-aij-action.
           move ls-image(1:ws-image-length) to ws-aij-image.

           move ws-aij-record to fd-aij-record.
           write fd-aij-record
               invalid key
                   display "After-image journal write failed, "
                           "status " file-status
           end-write.

       DoNewJournal.
           move ls-image(1:8) to ws-header-gen.
           perform WriteHeader.

       WriteHeader.
           move spaces to ws-aij-record.
           move ws-header-gen to ws-aij-generation.
           move zeroes to ws-aij-seq.
           accept ws-aij-date from date yyyymmdd.
           accept ws-aij-time from time.
           move "H" to ws-aij-file.
           move space to ws-aij-action.

           open output JournalFile.
           move ws-aij-record to fd-aij-record.
           write fd-aij-record
           end-write.
           close JournalFile.

       DoGeneration.
           move spaces to ls-image(1:8).

           open input JournalFile.
           if success
               move zeroes to fd-aij-seq
               read JournalFile
                   key is fd-aij-seq
                   invalid key
                       move spaces to fd-aij-image
               end-read
               if success
                   move fd-aij-image(1:8) to ls-image(1:8)
               end-if
               close JournalFile
           end-if.
