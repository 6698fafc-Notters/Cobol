       IDENTIFICATION DIVISION.
       PROGRAM-ID. audseal IS INITIAL.
       AUTHOR. Andrew Notman.

      * Seals audit-trail lines - every program that appends to
      * audit.dat hands its finished line here just before the
      * write. The 120 columns the writer composed stay as they
      * are; behind them go the line's sequence number (one up on
      * the line before) and a check value (sealhash) worked from
      * the previous line's check, the sequence number and the
      * line itself, so the nightly seal check (sealchk) can prove
      * nothing was altered, removed or slipped in since. The
      * number and check of the last line sealed are kept on a
      * one-line state file (audseal.dat; traudseal.dat for the
      * training trail) so appending never has to read the trail.
      *   "S" seal the next line
      *   "K" re-seal a line that is being rewritten, keeping the
      *       number it already carries (the anonymisation run)
      *   "R" start the chain again from nothing (a fresh trail)
      * The trail is "A" for the live audit.dat, "T" for the
      * training copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select SealStateFile assign to ws-state-name
               organization is line sequential
               file status is state-status.

       DATA DIVISION.
       FILE SECTION.
       FD SealStateFile.
       01 fd-state-line.
           05 fd-state-seq   pic 9(8).
           05 fd-state-check pic X(16).

       WORKING-STORAGE SECTION.
       01 state-status pic X(2).
           88 state-success value "00".

       01 ws-state-name pic X(16).

       01 ws-last-seq   pic 9(8).
       01 ws-last-check pic X(16).

      * the audit line as written - the writer's 120 columns, then
      * the seal
       01 ws-sealed-line.
           05 ws-line-body  pic X(120).
           05 filler        pic X(1).
           05 ws-line-seq   pic X(8).
           05 ws-line-seq-n redefines ws-line-seq pic 9(8).
           05 filler        pic X(1).
           05 ws-line-check pic X(16).

       01 ws-seal-text.
           05 ws-text-seq  pic 9(8).
           05 ws-text-body pic X(120).
       01 ws-new-check pic X(16).

       LINKAGE SECTION.
       01 ls-operation pic X(1).
       01 ls-trail     pic X(1).
       01 ls-line      pic X(146).

       PROCEDURE DIVISION USING ls-operation,
                                ls-trail,
                                ls-line.
       Main.
           if ls-trail = "T"
               move "traudseal.dat" to ws-state-name
           else
               move "audseal.dat" to ws-state-name
           end-if.

           evaluate ls-operation
               when "S" perform SealNextLine
               when "K" perform ResealLine
               when "R" perform RestartChain
               when other
                   display "Invalid char."
           end-evaluate.

           EXIT PROGRAM.

       SealNextLine.
           perform ReadState.
           move ls-line to ws-sealed-line.
           compute ws-line-seq-n = ws-last-seq + 1.
           perform SealLine.

       ResealLine.
           perform ReadState.
           move ls-line to ws-sealed-line.
           if ws-line-seq not numeric
               compute ws-line-seq-n = ws-last-seq + 1
           end-if.
           perform SealLine.

       RestartChain.
           move zeroes to ws-last-seq.
           move all "0" to ws-last-check.
           perform WriteState.

       SealLine.
           move ws-line-seq-n to ws-text-seq.
           move ws-line-body  to ws-text-body.
           call 'sealhash' using ws-last-check,
                                 ws-seal-text,
                                 ws-new-check.

           move ws-new-check to ws-line-check.
           move ws-sealed-line to ls-line.

           move ws-line-seq-n to ws-last-seq.
           move ws-new-check  to ws-last-check.
           perform WriteState.

      * No state file means a chain that has not begun - the first
      * line sealed is number one, chained from a check of zeroes.
       ReadState.
           move zeroes to ws-last-seq.
           move all "0" to ws-last-check.

           open input SealStateFile.
           if state-success
               read SealStateFile
                   at end move spaces to fd-state-line
               end-read
               if state-success and fd-state-seq numeric
                   move fd-state-seq   to ws-last-seq
                   move fd-state-check to ws-last-check
               end-if
               close SealStateFile
           end-if.

       WriteState.
           open output SealStateFile.
           move ws-last-seq   to fd-state-seq.
           move ws-last-check to fd-state-check.
           write fd-state-line.
           close SealStateFile.
