       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptburst.
       AUTHOR. Andrew Notman.

      * Report distribution - splits the day's catalogued reports
      * into a bundle for each office on the distribution table
      * (rdst.dat, through rdstmnt). For every row on the table,
      * each run of that report catalogued for the day is read
      * again and a bundle written holding the report's headings
      * and only the part belonging to that row's branch - the
      * branch of the client or movement on each detail line or
      * letter, or the branch a till proof or trend block is for -
      * closed off with the branch's own item count and amount
      * subtotal in place of the whole-company totals. Branch "**"
      * gets the whole report, and a company-level report with no
      * branch layout below goes whole to everyone listed for it.
      * Each bundle is named and catalogued through rptname, and a
      * bundle already on the catalog is never made twice, so the
      * step can be rerun after a late report. It is the last step
      * of the nightly window, so every report the night produces
      * is on the catalog before it runs. The morning digest lists
      * what is ready for whom.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select CatalogFile assign to "rptcat.dat"
               organization is line sequential
               file status is catalog-status.

           select SourceFile assign to ws-source-name
               organization is line sequential
               file status is source-status.

           select BundleFile assign to ws-bundle-name
               organization is line sequential.

           select TransactionFile assign to "txn.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-txn-id
               alternate record key is fd-txn-clnt-id with duplicates
               alternate record key is fd-txn-date with duplicates
               file status is txn-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 fd-catalog-line pic X(70).

       FD SourceFile.
       01 fd-source-line pic X(132).

       FD BundleFile.
       01 fd-bundle-line pic X(132).

       FD TransactionFile.
           copy "txn.fd".

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "rdst.ws".

       01 catalog-status pic X(2).
           88 catalog-success value "00".
       01 source-status pic X(2).
           88 source-success value "00".
       01 txn-file-status pic X(2).
           88 txn-success value "00".

       01 ws-txn-open pic X(1) value "N".
           88 txn-open value "Y".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-rdst-msg pic X(80).
       01 ws-rdst-nav pic X(2).
           88 rdst-next-allowed value "YY", "YN".

       01 ws-run-date  pic 9(8) value zeroes.
       01 ws-date-stem pic X(10).
       01 ws-stem-hits pic 9(2).

      * Branch layouts of the reports that can be split - every
      * report whose lines carry a client, a movement or a branch.
      * A report is either one detail line per item (block marker
      * blank - a line whose key columns are numeric starts an
      * item, and indented lines under it belong to it) or one
      * block per item starting at a marker line (a letter's rule,
      * the till proof's heading). The key says whose item it is:
      * C a client id, T a transaction id, B the branch code
      * itself. In a block it is on the first line unless a key
      * marker names the line it is on; in a detail report a key
      * marker names the heading line a section starts at. The
      * amount subtotalled is on the key line unless an amount
      * marker names another, and a report with no amount length
      * has its items counted only. A report not listed here - the
      * trial balance, the GL journals, the proofs and returns
      * that are company figures - goes whole to everyone listed
      * for it.
       01 ws-layout-values.
           05 filler.
               10 filler pic X(8)  value "holdlist".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 21.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "delinq".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 21.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "txnjrnl".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "T".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 34.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "tillprf".
               10 filler pic X(12) value "Till Proof -".
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "B".
               10 filler pic 9(3)  value 53.
               10 filler pic 9(2)  value 2.
               10 filler pic X(12) value "Posted  :".
               10 filler pic 9(3)  value 11.
               10 filler pic 9(2)  value 13.
           05 filler.
               10 filler pic X(8)  value "dunlet".
               10 filler pic X(12) value "------------".
               10 filler pic X(12) value "Re account".
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 12.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 29.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "amlmon".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 14.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 41.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "bankaudt".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "bdgtrue".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "bdgtltr".
               10 filler pic X(12) value "------------".
               10 filler pic X(12) value "BUDGET BILLI".
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 36.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "chqstale".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 9.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 26.
               10 filler pic 9(2)  value 10.
           05 filler.
               10 filler pic X(8)  value "clntlist".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 32.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "closreg".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 38.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "cmplesc".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 11.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "discpay".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 52.
               10 filler pic 9(2)  value 10.
           05 filler.
               10 filler pic X(8)  value "discreg".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 10.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 42.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "dispage".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 9.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 20.
               10 filler pic 9(2)  value 10.
           05 filler.
               10 filler pic X(8)  value "dqwork".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value "Branch".
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "feenotc".
               10 filler pic X(12) value "------------".
               10 filler pic X(12) value "NOTICE OF FE".
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 33.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "feenrpt".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "finstmt".
               10 filler pic X(12) value "Final Statem".
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 19.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "gonetrc".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 36.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "kpitrend".
               10 filler pic X(12) value "Branch".
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "B".
               10 filler pic 9(3)  value 8.
               10 filler pic 9(2)  value 2.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "limrun".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 20.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "provrpt".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 71.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "ptpbrk".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 9.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 72.
               10 filler pic 9(2)  value 10.
           05 filler.
               10 filler pic X(8)  value "rchgexp".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 9.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 32.
               10 filler pic 9(2)  value 11.
           05 filler.
               10 filler pic X(8)  value "sarpack".
               10 filler pic X(12) value "Subject-Acce".
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 30.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
           05 filler.
               10 filler pic X(8)  value "sdeprpt".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 1.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value 32.
               10 filler pic 9(2)  value 10.
           05 filler.
               10 filler pic X(8)  value "tpaexp".
               10 filler pic X(12) value spaces.
               10 filler pic X(12) value spaces.
               10 filler pic X(1)  value "C".
               10 filler pic 9(3)  value 9.
               10 filler pic 9(2)  value 7.
               10 filler pic X(12) value spaces.
               10 filler pic 9(3)  value zeroes.
               10 filler pic 9(2)  value zeroes.
       01 ws-layout-table redefines ws-layout-values.
           05 ws-layout occurs 29 times.
               10 ws-lay-base         pic X(8).
               10 ws-lay-block-marker pic X(12).
               10 ws-lay-key-marker   pic X(12).
               10 ws-lay-key-kind     pic X(1).
               10 ws-lay-key-col      pic 9(3).
               10 ws-lay-key-len      pic 9(2).
               10 ws-lay-amt-marker   pic X(12).
               10 ws-lay-amt-col      pic 9(3).
               10 ws-lay-amt-len      pic 9(2).
       01 ws-layout-count pic 9(2) value 29.
       01 lay-idx         pic 9(2).
       01 ws-lay-found    pic 9(2) value zeroes.

       01 ws-block-mark-len pic 9(2) value zeroes.
       01 ws-key-mark-len   pic 9(2) value zeroes.
       01 ws-amt-mark-len   pic 9(2) value zeroes.
       01 ws-marker         pic X(12).
       01 ws-marker-len     pic 9(2).
       01 ws-char           pic 9(2).

      * The day's catalog entries - the reports to split and the
      * bundles already made from them.
       01 ws-cat-table.
           05 ws-cat-name occurs 300 times pic X(30).
       01 ws-cat-count pic 9(3) value zeroes.
       01 cat-idx      pic 9(3).
       01 done-idx     pic 9(3).
       01 ws-cat-full  pic X(1) value "N".
           88 cat-full value "Y".
       01 ws-line-name pic X(30).
       01 ws-entry-base pic X(8).

       01 ws-source-name pic X(30).
       01 ws-bundle-name pic X(30).
       01 ws-bundle-branch pic X(8).
       01 ws-bundle-done pic X(1).
           88 bundle-done value "Y".

       01 ws-source-eof pic X(1).
           88 source-eof value "Y".

       01 ws-line pic X(132).

      * Where the split has got to in the report being read.
       01 ws-in-body pic X(1).
           88 in-body value "Y".
       01 ws-body-ended pic X(1).
           88 body-ended value "Y".
       01 ws-key-found pic X(1).
           88 key-found value "Y".
       01 ws-keep pic X(1).
           88 keep-block value "Y".
       01 ws-key-line pic X(1).
           88 is-key-line value "Y".
       01 ws-section-line pic X(1).
           88 is-section-line value "Y".

      * Lines of a block held until its key line is reached.
       01 ws-pending-table.
           05 ws-pending-line occurs 10 times pic X(132).
       01 ws-pending-count pic 9(2) value zeroes.
       01 pend-idx         pic 9(2).

       01 ws-key-text      pic X(10).
       01 ws-key-branch    pic X(2).
       01 ws-last-clnt-id  pic 9(7) value zeroes.
       01 ws-last-branch   pic X(2) value spaces.

       01 ws-amount-text   pic X(20).
       01 ws-line-amount   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-item-count    pic 9(5) value zeroes.
       01 ws-item-total    pic S9(11)V9(2) comp-3 value zeroes.
       01 ws-total-display pic +ZZZZZZZZZZ9.99.
       01 ws-line-count    pic 9(7) value zeroes.

       01 ws-bundle-count  pic 9(5) value zeroes.
       01 ws-already-count pic 9(5) value zeroes.
       01 ws-missing-count pic 9(5) value zeroes.

       01 ws-catalog-base pic X(8) value "rptburst".
       01 ws-catalog-prog pic X(8) value "rptburst".
       01 ws-catalog-rows pic 9(7) value zeroes.

       PROCEDURE DIVISION.
       Main.
      *    inside the nightly batch the reports were named for the
      *    stamped processing date, so that is the day split
           call 'procdtio' using "R", ws-run-date.
           if ws-run-date equal zeroes
               accept ws-run-date from date yyyymmdd
           end-if.

           move spaces to ws-date-stem.
           string "."         delimited by size
                  ws-run-date delimited by size
                  "."         delimited by size
               into ws-date-stem.

           perform LoadCatalog.

           open input TransactionFile.
           if txn-success
               move "Y" to ws-txn-open
           end-if.

           move spaces to ws-rdst-record.
           move low-values to ws-rdst-key.
           move "YY" to ws-rdst-nav.
           move spaces to ws-rdst-msg.
           call 'rdstio' using "F",
                               ws-rdst-record,
                               ws-rdst-nav,
                               ws-rdst-msg.

           perform until not rdst-next-allowed
               perform DistributeReport
               call 'rdstio' using "N",
                                   ws-rdst-record,
                                   ws-rdst-nav,
                                   ws-rdst-msg
           end-perform.

           if txn-open
               close TransactionFile
           end-if.

           display "Distribution for " ws-run-date " - "
                   ws-bundle-count " bundle(s) produced, "
                   ws-already-count " already done, "
                   ws-missing-count " report(s) missing".

           goback.

      * Every catalog entry named for the day - a report run or a
      * bundle - is held, so each report can be found and each
      * bundle already made recognised.
       LoadCatalog.
           move zeroes to ws-cat-count.
           open input CatalogFile.
           if catalog-success
               perform until not catalog-success
                   read CatalogFile
                       at end move "10" to catalog-status
                   end-read
                   if catalog-success
                       perform HoldCatalogLine
                   end-if
               end-perform
               close CatalogFile
           end-if.

       HoldCatalogLine.
           move spaces to ws-line-name.
           unstring fd-catalog-line delimited by ";"
               into ws-line-name.

           move zeroes to ws-stem-hits.
           inspect ws-line-name tallying ws-stem-hits
               for all ws-date-stem.

           if ws-stem-hits > zeroes
               perform AddCatalogName
           end-if.

       AddCatalogName.
           if ws-cat-count < 300
               add 1 to ws-cat-count
               move ws-line-name to ws-cat-name(ws-cat-count)
           else
               if not cat-full
                   move "Y" to ws-cat-full
                   display "Over 300 reports catalogued for the day"
                           " - the rest are not distributed"
               end-if
           end-if.

       DistributeReport.
           move zeroes to ws-lay-found.
           perform varying lay-idx from 1 by 1
               until lay-idx > ws-layout-count
               if ws-lay-base(lay-idx) = ws-rdst-report
                   move lay-idx to ws-lay-found
               end-if
           end-perform.

           if ws-lay-found not equal zeroes
               perform MeasureMarkers
           end-if.

           perform varying cat-idx from 1 by 1
               until cat-idx > ws-cat-count
               move spaces to ws-entry-base
               unstring ws-cat-name(cat-idx) delimited by "."
                   into ws-entry-base
               if ws-entry-base = ws-rdst-report
                   move ws-cat-name(cat-idx) to ws-source-name
                   perform BurstSource
               end-if
           end-perform.

       MeasureMarkers.
           move ws-lay-block-marker(ws-lay-found) to ws-marker.
           perform MeasureMarker.
           move ws-marker-len to ws-block-mark-len.

           move ws-lay-key-marker(ws-lay-found) to ws-marker.
           perform MeasureMarker.
           move ws-marker-len to ws-key-mark-len.

           move ws-lay-amt-marker(ws-lay-found) to ws-marker.
           perform MeasureMarker.
           move ws-marker-len to ws-amt-mark-len.

       MeasureMarker.
           move zeroes to ws-marker-len.
           perform varying ws-char from 1 by 1 until ws-char > 12
               if ws-marker(ws-char:1) not = space
                   move ws-char to ws-marker-len
               end-if
           end-perform.

       BurstSource.
           move spaces to ws-bundle-branch.
           move ws-rdst-branch to ws-bundle-branch.
           move ws-source-name to ws-bundle-name.
           call 'rptname' using "B", ws-bundle-branch,
                                ws-bundle-name, ws-catalog-prog,
                                ws-catalog-rows.

           move "N" to ws-bundle-done.
           perform varying done-idx from 1 by 1
               until done-idx > ws-cat-count or bundle-done
               if ws-cat-name(done-idx) = ws-bundle-name
                   move "Y" to ws-bundle-done
               end-if
           end-perform.

           if bundle-done
               add 1 to ws-already-count
           else
               perform WriteBundle
           end-if.

       WriteBundle.
           open input SourceFile.
           if not source-success
               add 1 to ws-missing-count
               display "Report " ws-source-name " is on the catalog"
                       " but not on disk - not distributed"
           else
               perform SplitSource
           end-if.

       SplitSource.
           open output BundleFile.

           move spaces to fd-bundle-line.
           if ws-rdst-whole-company
               string "Distribution bundle - whole company for "
                          delimited by size
                      ws-rdst-recipient delimited by size
                   into fd-bundle-line
           else
               string "Distribution bundle - branch " delimited by size
                      ws-rdst-branch    delimited by size
                      " for "           delimited by size
                      ws-rdst-recipient delimited by size
                   into fd-bundle-line
           end-if.
           write fd-bundle-line.

           move spaces to fd-bundle-line.
           string "Split from " delimited by size
                  ws-source-name delimited by space
               into fd-bundle-line.
           write fd-bundle-line.

           move spaces to fd-bundle-line.
           write fd-bundle-line.

           move "N" to ws-source-eof.
           move "N" to ws-in-body.
           move "N" to ws-body-ended.
           move "N" to ws-key-found.
           move "N" to ws-keep.
           move zeroes to ws-pending-count.
           move zeroes to ws-item-count.
           move zeroes to ws-item-total.
           move zeroes to ws-line-count.

           perform until source-eof
               read SourceFile
                   at end move "Y" to ws-source-eof
               end-read
               if not source-eof
                   move fd-source-line to ws-line
                   evaluate true
                       when ws-rdst-whole-company
                           or ws-lay-found = zeroes
                           perform CopyLine
                       when ws-block-mark-len = zeroes
                           perform SplitDetailLine
                       when other
                           perform SplitBlockLine
                   end-evaluate
               end-if
           end-perform.

           close SourceFile.

           evaluate true
               when ws-rdst-whole-company
                   continue
               when ws-lay-found = zeroes
                   move spaces to fd-bundle-line
                   write fd-bundle-line
                   move "Whole report - it has no branch breakdown"
                       to fd-bundle-line
                   write fd-bundle-line
               when other
                   perform WriteBranchTotals
           end-evaluate.

           close BundleFile.

           if ws-rdst-whole-company or ws-lay-found = zeroes
               move ws-line-count to ws-catalog-rows
           else
               move ws-item-count to ws-catalog-rows
           end-if.
           call 'rptname' using "C", ws-catalog-base,
                                ws-bundle-name, ws-catalog-prog,
                                ws-catalog-rows.

           add 1 to ws-bundle-count.
           move ws-bundle-name to ws-line-name.
           perform AddCatalogName.

       CopyLine.
           add 1 to ws-line-count.
           move ws-line to fd-bundle-line.
           write fd-bundle-line.

      * One detail line per item, indented lines under it going
      * with it. Anything before the first item is heading and
      * goes to every branch. Lines between items that are not
      * part of one - a second section's heading, a blank - are
      * held, and go out only if the next item is the branch's;
      * held lines still waiting when the report ends are its
      * own totals, and are dropped. A section heading line
      * starts a fresh hold, so a section with nothing for the
      * branch leaves nothing behind.
       SplitDetailLine.
           move "N" to ws-key-line.
           move "N" to ws-section-line.
           if ws-key-mark-len not = zeroes
               if ws-line(1:ws-key-mark-len) =
                   ws-lay-key-marker(ws-lay-found)(1:ws-key-mark-len)
                   move "Y" to ws-section-line
               end-if
           end-if.

           evaluate true
               when ws-line(ws-lay-key-col(ws-lay-found):
                            ws-lay-key-len(ws-lay-found)) numeric
                   move "Y" to ws-in-body
                   move "Y" to ws-key-line
                   perform ResolveKeyBranch
                   if keep-block
                       add 1 to ws-item-count
                       perform ReleaseBetweenLines
                       perform WriteKeptLine
                   end-if
                   move zeroes to ws-pending-count
                   move "N" to ws-body-ended
               when is-section-line
                   move zeroes to ws-pending-count
                   move "Y" to ws-body-ended
                   perform HoldBetweenLine
               when body-ended
                   perform HoldBetweenLine
               when in-body
                   and ws-line(1:9) = spaces
                   and ws-line not = spaces
                   if keep-block
                       perform WriteKeptLine
                   end-if
               when in-body
                   move "Y" to ws-body-ended
                   perform HoldBetweenLine
               when other
                   perform CopyLine
           end-evaluate.

      *    lines past the ten held are dropped - a run that long
      *    between items is totals, not a heading
       HoldBetweenLine.
           if ws-pending-count < 10
               add 1 to ws-pending-count
               move ws-line to ws-pending-line(ws-pending-count)
           end-if.

       ReleaseBetweenLines.
           perform varying pend-idx from 1 by 1
               until pend-idx > ws-pending-count
               move ws-pending-line(pend-idx) to fd-bundle-line
               write fd-bundle-line
           end-perform.

      * One block per item, starting at the marker line. The key
      * line may come a few lines into the block, so the lines
      * before it are held until it is reached and the block's
      * branch is known. A block whose key is not found within
      * the lines held is not sent anywhere.
       SplitBlockLine.
           move "N" to ws-key-line.
           if ws-line(1:ws-block-mark-len) =
               ws-lay-block-marker(ws-lay-found)(1:ws-block-mark-len)
               move "Y" to ws-in-body
               move "N" to ws-key-found
               move "N" to ws-keep
               move zeroes to ws-pending-count
           end-if.

           evaluate true
               when not in-body
                   perform CopyLine
               when key-found
                   if keep-block
                       perform WriteKeptLine
                   end-if
               when other
                   perform HoldBlockLine
           end-evaluate.

       HoldBlockLine.
           if ws-key-mark-len = zeroes
               if ws-pending-count = zeroes
                   move "Y" to ws-key-line
               end-if
           else
               if ws-line(1:ws-key-mark-len) =
                   ws-lay-key-marker(ws-lay-found)(1:ws-key-mark-len)
                   move "Y" to ws-key-line
               end-if
           end-if.

           if is-key-line
               move "Y" to ws-key-found
               perform ResolveKeyBranch
               if keep-block
                   add 1 to ws-item-count
                   perform ReleaseHeldLines
               end-if
           else
               if ws-pending-count < 10
                   add 1 to ws-pending-count
                   move ws-line to ws-pending-line(ws-pending-count)
               else
                   move "Y" to ws-key-found
                   move "N" to ws-keep
               end-if
           end-if.

       ReleaseHeldLines.
           perform varying pend-idx from 1 by 1
               until pend-idx > ws-pending-count
               move ws-pending-line(pend-idx) to fd-bundle-line
               move "N" to ws-key-line
               perform AddLineAmount
               write fd-bundle-line
           end-perform.
           move zeroes to ws-pending-count.

           move "Y" to ws-key-line.
           perform WriteKeptLine.

       WriteKeptLine.
           move ws-line to fd-bundle-line.
           perform AddLineAmount.
           write fd-bundle-line.

      * The amount subtotalled is on the key line, or on the line
      * the layout's amount marker names.
       AddLineAmount.
           move spaces to ws-amount-text.
           evaluate true
               when ws-lay-amt-len(ws-lay-found) = zeroes
                   continue
               when ws-amt-mark-len = zeroes
                   if is-key-line
                       move fd-bundle-line(ws-lay-amt-col(ws-lay-found):
                                           ws-lay-amt-len(ws-lay-found))
                           to ws-amount-text
                   end-if
               when fd-bundle-line(1:ws-amt-mark-len) =
                   ws-lay-amt-marker(ws-lay-found)(1:ws-amt-mark-len)
                   move fd-bundle-line(ws-lay-amt-col(ws-lay-found):
                                       ws-lay-amt-len(ws-lay-found))
                       to ws-amount-text
           end-evaluate.

           if ws-amount-text not = spaces
               compute ws-line-amount =
                   function numval(ws-amount-text)
               add ws-line-amount to ws-item-total
           end-if.

       ResolveKeyBranch.
           move spaces to ws-key-text.
           move ws-line(ws-lay-key-col(ws-lay-found):
                        ws-lay-key-len(ws-lay-found))
               to ws-key-text.
           move spaces to ws-key-branch.

           evaluate ws-lay-key-kind(ws-lay-found)
               when "B"
                   move ws-key-text(1:2) to ws-key-branch
               when "C"
                   perform FindClientBranch
               when "T"
                   perform FindTxnBranch
           end-evaluate.

           if ws-key-branch = ws-rdst-branch
               move "Y" to ws-keep
           else
               move "N" to ws-keep
           end-if.

      *    a run of lines for the same client only reads the
      *    master once
       FindClientBranch.
           if ws-key-text(1:7) is numeric
               if ws-key-text(1:7) not equal ws-last-clnt-id
                   move spaces to ws-clnt-record
                   move ws-key-text(1:7) to ws-clnt-id
                   move spaces to ws-clnt-msg
                   call 'clntio' using "Q",
                                       ws-clnt-record,
                                       ws-clnt-nav,
                                       ws-clnt-msg
                   move ws-clnt-id to ws-last-clnt-id
                   if ws-clnt-msg equal "Client not found"
                       move spaces to ws-last-branch
                   else
                       move ws-clnt-branch to ws-last-branch
                   end-if
               end-if
               move ws-last-branch to ws-key-branch
           end-if.

       FindTxnBranch.
           if txn-open and ws-key-text(1:7) is numeric
               move ws-key-text(1:7) to fd-txn-id
               read TransactionFile
                   key is fd-txn-id
                   invalid key
                       move spaces to ws-key-branch
                   not invalid key
                       move fd-txn-branch to ws-key-branch
               end-read
           end-if.

       WriteBranchTotals.
           move ws-item-total to ws-total-display.

           move spaces to fd-bundle-line.
           write fd-bundle-line.

           move spaces to fd-bundle-line.
           string "Branch "         delimited by size
                  ws-rdst-branch    delimited by size
                  " items: "        delimited by size
                  ws-item-count     delimited by size
               into fd-bundle-line.
           if ws-lay-amt-len(ws-lay-found) not = zeroes
               move fd-bundle-line to ws-line
               move spaces to fd-bundle-line
               string ws-line(1:22)    delimited by size
                      "  Total "       delimited by size
                      ws-total-display delimited by size
                   into fd-bundle-line
           end-if.
           write fd-bundle-line.
