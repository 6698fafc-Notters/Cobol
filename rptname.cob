      *        catalog)
      *   "C"  catalogues a produced report: name, date, time,
      *        producing program and row count, one line appended
      *   "B"  builds a distribution bundle's name from the report
      *        it was split from and the branch it is for, passed
      *        in the base-name slot (holdlist.20260822.R01.rpt for
      *        branch 03 -> B03.holdlist.20260822.R01.rpt, branch
      *        "**" -> ALL.holdlist.20260822.R01.rpt) - the prefix
      *        keeps bundles out of the report's own run count
      *
      * The catalog listing (rptlist) and the retention purge
      * (rptpurge) read the same catalog.
       01 ws-stem-len pic 9(2).
       01 ws-char pic 9(2).

       01 ws-source-name pic X(30).

       01 ws-run-count  pic 9(2) value zeroes.
       01 ws-run-number pic 9(2).

           evaluate ls-operation
               when "N" perform DoBuildName
               when "C" perform DoCatalogue
               when "B" perform DoBundleName
               when other display "Invalid char."
           end-evaluate.

           write fd-catalog-line.

           close CatalogFile.

       DoBundleName.
           move ls-report-name to ws-source-name.
           move spaces to ls-report-name.

           if ls-base-name(1:2) = "**"
               string "ALL."         delimited by size
                      ws-source-name delimited by space
                   into ls-report-name
           else
               string "B"               delimited by size
                      ls-base-name(1:2) delimited by size
                      "."               delimited by size
                      ws-source-name    delimited by space
                   into ls-report-name
           end-if.
