       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqstale.
       AUTHOR. Andrew Notman.

      * Stale refund cheque sweep - a refund cheque the bank has
      * still not paid once the configured number of days
      * (CHQ-STALE, default 180) has passed since it was
      * drawn is cancelled on the register. The money already
      * left the client's balance when the cheque was drawn, so
      * it goes back: re-credited to the account through clnttxn
      * under the refund type, or - for an account that has since
      * been closed - put on the unclaimed-funds register the way
      * uncldisp sweeps a closed account's credit, to be paid out
      * through unclclm when the owner turns up. The next
      * positive-pay file voids each cancelled cheque with the
      * bank. Cancellations are listed on a report catalogued
      * through rptname.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select StaleReport assign to ws-report-name
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD StaleReport.
       01 fd-report-line pic X(80).

       WORKING-STORAGE SECTION.
           copy "clnt.ws".
           copy "rchq.ws".
           copy "uncl.ws".
           copy "parm.ws".

       01 ws-clnt-msg pic X(80).
       01 ws-clnt-nav pic X(2).
       01 ws-rchq-msg pic X(80).
       01 ws-rchq-nav pic X(2).
           88 rchq-next-allowed value "YY", "YN".
       01 ws-uncl-msg pic X(80).
       01 ws-uncl-nav pic X(2).
       01 ws-parm-msg pic X(80).
       01 ws-parm-nav pic X(2).
       01 ws-txn-msg  pic X(80).

       01 ws-proc-date    pic 9(8) value zeroes.
       01 ws-proc-julian  pic 9(6) value zeroes.
       01 ws-issue-julian pic 9(6) value zeroes.
       01 ws-stale-days   pic 9(3) value zeroes.
       01 ws-age-held     pic 9(5) value zeroes.

       01 ws-txn-type       pic X(1) value "R".
       01 ws-credit-amount  pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-new-balance    pic S9(7)V9(2) comp-3 value zeroes.
       01 ws-posted-txn-id  pic 9(7) value zeroes.
       01 ws-txn-ref        pic X(8) value "STALECHQ".

       01 ws-recredit-count pic 9(5) value zeroes.
       01 ws-unclaim-count  pic 9(5) value zeroes.
       01 ws-refused-count  pic 9(5) value zeroes.
       01 ws-cancel-total   pic S9(9)V9(2) comp-3 value zeroes.

       01 ws-amount-display pic ZZZZZZ9.99.
       01 ws-total-display  pic ZZZZZZZZ9.99.
       01 ws-outcome        pic X(30).

       01 ws-report-name  pic X(30) value spaces.
       01 ws-catalog-base pic X(8).
       01 ws-catalog-prog pic X(8).
       01 ws-catalog-rows pic 9(7) value zeroes.

      * chqstale is a batch-style sweep, so its postings identify
      * to clntio as "BATCH" the same way the other sweeps' do.
       01 ws-operator-id pic X(8) value "BATCH".

       PROCEDURE DIVISION.
       Main.
           call 'procdtio' using "R", ws-proc-date.
           if ws-proc-date equal zeroes
               accept ws-proc-date from date yyyymmdd
           end-if.
           call 'dates' using "J", ws-proc-julian, ws-proc-date.

           perform ReadStaleDays.

           move "chqstale" to ws-catalog-base.
           move "chqstale" to ws-catalog-prog.
           call 'rptname' using "N", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           open output StaleReport.

           move spaces to fd-report-line.
           string "Stale Refund Cheques - " delimited by size
                  ws-proc-date              delimited by size
                  "  older than "           delimited by size
                  ws-stale-days             delimited by size
                  " days"                   delimited by size
               into fd-report-line.
           write fd-report-line.

           move spaces to fd-report-line.
           string "Cheque  Client  Issued       Amount  Outcome"
                   delimited by size into fd-report-line.
           write fd-report-line.

           move spaces to ws-rchq-record.
           move zeroes to ws-rchq-id.
           move "YY" to ws-rchq-nav.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "F",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

           perform until not rchq-next-allowed
               if ws-rchq-issued
                   call 'dates' using "J",
                                      ws-issue-julian,
                                      ws-rchq-issue-date
                   compute ws-age-held =
                       ws-proc-julian - ws-issue-julian
                   if ws-age-held > ws-stale-days
                       perform CancelStaleCheque
                   end-if
               end-if
               call 'rchqio' using "N",
                                   ws-rchq-record,
                                   ws-rchq-nav,
                                   ws-rchq-msg
           end-perform.

           move ws-cancel-total to ws-total-display.
           move spaces to fd-report-line.
           write fd-report-line.
           move spaces to fd-report-line.
           string "Re-credited: "     delimited by size
                  ws-recredit-count   delimited by size
                  "  To unclaimed: "  delimited by size
                  ws-unclaim-count    delimited by size
                  "  Refused: "       delimited by size
                  ws-refused-count    delimited by size
                  "  Total "          delimited by size
                  ws-total-display    delimited by size
               into fd-report-line.
           write fd-report-line.

           close StaleReport.

           compute ws-catalog-rows =
               ws-recredit-count + ws-unclaim-count + ws-refused-count.
           call 'rptname' using "C", ws-catalog-base,
                                ws-report-name, ws-catalog-prog,
                                ws-catalog-rows.

           display "Stale cheques: " ws-recredit-count
                   " re-credited, " ws-unclaim-count
                   " to unclaimed, " ws-refused-count
                   " refused - " ws-report-name.

           goback.

       ReadStaleDays.
           move spaces to ws-parm-record.
           move "CHQ-STALE" to ws-parm-name.
           move spaces to ws-parm-msg.
           call 'parmio' using "Q",
                               ws-parm-record,
                               ws-parm-nav,
                               ws-parm-msg.
           if ws-parm-msg equal "Parameter not found"
               move 180 to ws-stale-days
           else
               move ws-parm-value to ws-stale-days
           end-if.

       CancelStaleCheque.
           move spaces to ws-clnt-record.
           move ws-rchq-clnt-id to ws-clnt-id.
           move spaces to ws-clnt-msg.
           call 'clntio' using "Q",
                               ws-clnt-record,
                               ws-clnt-nav,
                               ws-clnt-msg.

           if ws-clnt-msg equal "Client not found"
               or ws-clnt-closed
               perform MoveToUnclaimed
           else
               perform RecreditClient
           end-if.

           perform WriteStaleLine.

      * The balance took the cheque off when it was drawn, so the
      * re-credit is the refund movement turned round.
       RecreditClient.
           compute ws-credit-amount = ws-rchq-amount * -1.

           call 'clnttxn' using "T",
                               ws-rchq-clnt-id,
                               ws-txn-type,
                               ws-credit-amount,
                               ws-new-balance,
                               ws-txn-msg,
                               ws-operator-id,
                               ws-posted-txn-id,
                               ws-txn-ref.

           if ws-txn-msg equal "Posting applied"
               add 1 to ws-recredit-count
               add ws-rchq-amount to ws-cancel-total
               move "C" to ws-rchq-status
               move ws-proc-date to ws-rchq-cancel-date
               move ws-posted-txn-id to ws-rchq-cancel-txn-id
               perform SaveCancellation
               move "Re-credited to account" to ws-outcome
           else
               add 1 to ws-refused-count
               move ws-txn-msg(1:30) to ws-outcome
           end-if.

      * A closed account has nowhere to put the money back, so it
      * goes on the unclaimed register as a closed-account credit
      * would - the claim screen pays it out as a cheque again.
       MoveToUnclaimed.
           move spaces to ws-uncl-record.
           move zeroes to ws-uncl-id.
           move "Q" to ws-uncl-source.
           move ws-rchq-clnt-id to ws-uncl-clnt-id.
           move zeroes to ws-uncl-susp-id.
           move ws-rchq-amount to ws-uncl-amount.
           string "Stale cheque "  delimited by size
                  ws-rchq-id       delimited by size
               into ws-uncl-detail.
           move "U" to ws-uncl-status.
           move zeroes to ws-uncl-paid-date.
           move spaces to ws-uncl-msg.
           call 'unclio' using "A",
                               ws-uncl-record,
                               ws-uncl-nav,
                               ws-uncl-msg.

           add 1 to ws-unclaim-count.
           add ws-rchq-amount to ws-cancel-total.
           move "U" to ws-rchq-status.
           move ws-proc-date to ws-rchq-cancel-date.
           move ws-uncl-id to ws-rchq-uncl-id.
           perform SaveCancellation.
           move "Moved to unclaimed register" to ws-outcome.

       SaveCancellation.
           move spaces to ws-rchq-msg.
           call 'rchqio' using "U",
                               ws-rchq-record,
                               ws-rchq-nav,
                               ws-rchq-msg.

       WriteStaleLine.
           move ws-rchq-amount to ws-amount-display.
           move spaces to fd-report-line.
           string ws-rchq-id          delimited by size
                  " "                 delimited by size
                  ws-rchq-clnt-id     delimited by size
                  " "                 delimited by size
                  ws-rchq-issue-date  delimited by size
                  " "                 delimited by size
                  ws-amount-display   delimited by size
                  "  "                delimited by size
                  ws-outcome          delimited by size
               into fd-report-line.
           write fd-report-line.
