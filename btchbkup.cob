      * to date, and generations beyond the configured keep-count
      * (bkupgens.dat, one line nnn, shop default 7) are deleted,
      * newest kept. The restore utility (rstrbkup) reads the same
      * catalog. Each generation also starts a fresh after-image
      * journal (aijio), the one before kept as bkpYYYYMMDD.aij.dat
      * beside the generation it follows on from, so forward
      * recovery (fwdrcvr) can replay a restored generation up to
      * the moment of failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * open-item ledger, the post-dated/approval/re-presentation
      * queues, the parameters, rate and GL mapping tables, the
      * placement, recovery, review, notice, mandate,
      * correspondence, deposit, unclaimed-funds, dispute,
      * promise, closure and returned-mail registers
      * the later releases added
       01 ws-dataset-names.
           05 filler pic X(12) value "clnt.dat".
           05 filler pic X(12) value "corr.dat".
           05 filler pic X(12) value "dep.dat".
           05 filler pic X(12) value "uncl.dat".
           05 filler pic X(12) value "disp.dat".
           05 filler pic X(12) value "ptp.dat".
           05 filler pic X(12) value "clos.dat".
           05 filler pic X(12) value "gone.dat".
           05 filler pic X(12) value "prd.dat".
           05 filler pic X(12) value "pvrt.dat".
           05 filler pic X(12) value "prov.dat".
           05 filler pic X(12) value "aml.dat".
           05 filler pic X(12) value "scd.dat".
           05 filler pic X(12) value "rchq.dat".
           05 filler pic X(12) value "rdst.dat".
           05 filler pic X(12) value "sctl.dat".
           05 filler pic X(12) value "sdep.dat".
           05 filler pic X(12) value "fchg.dat".
           05 filler pic X(12) value "bdgt.dat".
           05 filler pic X(12) value "due.dat".
           05 filler pic X(12) value "cmpl.dat".
           05 filler pic X(12) value "tpa.dat".
           05 filler pic X(12) value "kpi.dat".
           05 filler pic X(12) value "dqw.dat".
           05 filler pic X(12) value "dqh.dat".
           05 filler pic X(12) value "audseal.dat".
           05 filler pic X(12) value "brx.dat".
           05 filler pic X(12) value "crb.dat".
           05 filler pic X(12) value "lim.dat".
           05 filler pic X(12) value "vuln.dat".
           05 filler pic X(12) value "rchg.dat".
           05 filler pic X(12) value "mail.dat".
           05 filler pic X(12) value "mlin.dat".
           05 filler pic X(12) value "mbat.dat".
           05 filler pic X(12) value "cdlt.dat".
           05 filler pic X(12) value "crmf.dat".
       01 ws-dataset-table redefines ws-dataset-names.
           05 ws-dataset-name occurs 67 times pic X(12).
       01 file-idx pic 9(2).

       01 ws-copy-name pic X(24).
       01 ws-purge-date pic X(8).

       01 ws-copied-count pic 9(2) value zeroes.
       01 ws-journal-gen  pic X(8) value spaces.
       01 ws-failed pic X(1) value "N".

       PROCEDURE DIVISION.

           perform ReadKeepCount.

           perform varying file-idx from 1 by 1 until file-idx > 67
               perform CopyOneFile
           end-perform.

                       " is not complete"
               move 1 to return-code
           else
               perform RollJournal
           end-if.

           if ws-failed not = "Y"
               perform UpdateCatalog
               display "Backup generation " ws-today " complete - "
                       ws-copied-count " file(s) copied, keeping "
                   move "Y" to ws-failed
           end-evaluate.

      * The after-image journal running since the last generation
      * is kept beside that generation (bkp<its date>.aij.dat) -
      * restore that generation and the journal brings it forward
      * to tonight - and a fresh journal starts, paired with
      * tonight's. A same-night rerun, or a journal that never had
      * a generation (a new dataset), simply starts again, since
      * the copies just taken hold everything it recorded.
       RollJournal.
           move spaces to ws-journal-gen.
           call 'aijio' using "G", space, space, ws-journal-gen.

           if ws-journal-gen not = spaces
               and ws-journal-gen not = ws-today
               move spaces to ws-copy-name
               string "bkp"          delimited by size
                      ws-journal-gen delimited by size
                      ".aij.dat"     delimited by size
                   into ws-copy-name
               call "CBL_COPY_FILE" using "aij.dat", ws-copy-name
                   returning ws-copy-rc
               if ws-copy-rc not = zero
                   display "Journal for generation " ws-journal-gen
                           " not kept, return code " ws-copy-rc
                   display "Backup FAILED - the live journal has "
                           "been left running"
                   move "Y" to ws-failed
                   move 1 to return-code
               end-if
           end-if.

           if ws-failed not = "Y"
               move ws-today to ws-journal-gen
               call 'aijio' using "N", space, space, ws-journal-gen
           end-if.

      * Adds tonight's generation to the catalog (a same-night
      * rerun refreshes the copies without duplicating the entry)
      * and deletes every generation beyond the newest keep-count.
           end-if.

       PurgeGeneration.
           perform varying file-idx from 1 by 1 until file-idx > 67
               move spaces to ws-copy-name
               string "bkp"         delimited by size
                      ws-purge-date delimited by size
               call "CBL_DELETE_FILE" using ws-copy-name
                   returning ws-copy-rc
           end-perform.

           move spaces to ws-copy-name.
           string "bkp"         delimited by size
                  ws-purge-date delimited by size
                  ".aij.dat"    delimited by size
               into ws-copy-name.
           call "CBL_DELETE_FILE" using ws-copy-name
               returning ws-copy-rc.
