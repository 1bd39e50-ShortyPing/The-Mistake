identification division.
program-id. acctbill.

*> client chargeback billing. prices every accounting record for
*> the period on the bill.parm card against the rate master
*> rates.dat and prints an invoice detail listing per client and
*> cost centre with control totals (bill.rpt), so finance stops
*> pricing acct.rpt by hand.
*>
*> a record is priced from its own counters:
*>   megapixels x per-megapixel rate
*>   megapixels x (supersampling factor - 1) x surcharge rate
*>   shadow tests / 1000 x shadow rate
*>   bounces / 1000 x bounce rate
*> each charge rounded to the cent. a record in the period whose
*> scene has no usable rate entry is never dropped - it goes to the
*> unbilled exceptions list billexc.rpt, and the control totals on
*> bill.rpt show every record read as billed, unbilled or outside
*> the period.

environment division.
input-output section.
file-control.
       select bill-parm-file assign to "bill.parm"
       organization is line sequential
       file status is ws-parm-status.

       select rate-file assign to "rates.dat"
       organization is line sequential
       file status is ws-rate-status.

       select acct-file assign to "acct.dat"
       organization is line sequential
       file status is ws-acct-status.

       select report-file assign to "bill.rpt"
       organization is line sequential.

       select exception-file assign to "billexc.rpt"
       organization is line sequential.

data division.

      file section.
      fd bill-parm-file.
      01 bill-parm-rec.
           copy "bill-parm-fields.cpy".

      fd rate-file.
      01 rate-rec.
           copy "rate-fields.cpy".

      fd acct-file.
      01 acct-rec.
           copy "acct-fields.cpy".

      fd report-file.
      01 report-rec pic x(200).

      fd exception-file.
      01 exception-rec pic x(200).

      working-storage section.
      01 ws-parm-status pic xx value "00".
      01 ws-rate-status pic xx value "00".
      01 ws-acct-status pic xx value "00".

      01 rate-eof-flag pic x value "N".
         88 rate-eof value "Y".
      01 acct-eof-flag pic x value "N".
         88 acct-eof value "Y".
      01 invoice-eof-flag pic x value "N".
         88 invoice-eof value "Y".
      01 ws-run-ok-flag pic x value "Y".
         88 run-ok value "Y".
      01 ws-found-flag pic x value "N".

      01 period-from pic x(8).
      01 period-to pic x(8).

      *> rate master in file order; a scene's first entry is the one
      *> used, later ones are reported and ignored
      01 rate-table.
       05 rate-count pic 9(3) value 0.
       05 rate-entry occurs 500 times.
           10 re-scene pic x(40).
           10 re-client pic x(8).
           10 re-cost-centre pic x(6).
           10 re-per-mpix pic 9(5)v9(4).
           10 re-ss-surcharge pic 9(5)v9(4).
           10 re-per-k-shadow pic 9(3)v9(6).
           10 re-per-k-bounce pic 9(3)v9(6).
      01 rate-idx pic 9(3).
      01 rate-line-no pic 9(5) value 0.
      01 rate-error-count pic 9(5) value 0.
      01 rate-overflow-flag pic x value "N".

      *> one priced accounting record; the invoice key leads so a
      *> whole line orders on client, cost centre, scene and start
      01 invoice-line.
       05 il-key.
           10 il-client pic x(8).
           10 il-cost-centre pic x(6).
           10 il-scene pic x(40).
           10 il-start-stamp pic x(21).
       05 il-job pic 9(3).
       05 il-frame pic 9(4).
       05 il-ss-factor pic 9(1).
       05 il-pixels pic 9(9).
       05 il-shadow-tests pic 9(12).
       05 il-bounces pic 9(12).
       05 il-pixel-charge pic 9(9)v99.
       05 il-ss-charge pic 9(9)v99.
       05 il-shadow-charge pic 9(9)v99.
       05 il-bounce-charge pic 9(9)v99.
       05 il-total-charge pic 9(9)v99.

      *> the period's priced lines in acct.dat order, and the order
      *> they print in
      01 invoice-table.
       05 iv-count pic 9(4) value 0.
       05 iv-entry occurs 9999 times.
           10 iv-key pic x(75).
           10 iv-rest pic x(96).
      01 invoice-order-table.
       05 iv-pos pic 9(4) occurs 9999 times.
      01 iv-idx pic 9(4).
      01 iv-jdx pic 9(4).
      01 iv-hold pic 9(4).
      01 iv-moving-flag pic x value "N".
      01 list-idx pic 9(4) value 0.

      *> pricing work fields for one record
      01 ws-rec-pixels pic 9(9).
      01 ws-rec-mpix pic 9(3)v9(6).
      01 ws-exception-reason pic x(30).

      *> control totals - every record read lands in exactly one of
      *> billed, unbilled or outside the period
      01 records-read pic 9(7) value 0.
      01 records-billed pic 9(7) value 0.
      01 records-unbilled pic 9(7) value 0.
      01 records-out-of-period pic 9(7) value 0.
      01 records-stored pic 9(7) value 0.
      01 records-listed pic 9(7) value 0.
      01 priced-total pic 9(11)v99 value 0.
      01 invoiced-total pic 9(11)v99 value 0.
      01 unbilled-pixels pic 9(12) value 0.

      *> control-break keys and running totals
      01 prev-client pic x(8).
      01 prev-cost-centre pic x(6).
      01 client-count pic 9(5) value 0.
      01 centre-records pic 9(7).
      01 centre-pixels pic 9(12).
      01 centre-total pic 9(11)v99.
      01 client-records pic 9(7).
      01 client-pixels pic 9(12).
      01 client-total pic 9(11)v99.
      01 grand-pixels pic 9(12) value 0.

      *> display-formatted money for the listings
      01 dtl-charge pic z(8)9.99.
      01 dtl-pixel-charge pic z(8)9.99.
      01 dtl-ss-charge pic z(8)9.99.
      01 dtl-shadow-charge pic z(8)9.99.
      01 dtl-bounce-charge pic z(8)9.99.
      01 dtl-total pic z(10)9.99.
      01 dtl-check pic z(10)9.99.

procedure division.
main-line.
       open output report-file
       open output exception-file
       move "RENDER CHARGEBACK BILLING" to report-rec
       write report-rec
       move "UNBILLED RENDER ACCOUNTING RECORDS" to exception-rec
       write exception-rec
       perform read-bill-card
       if run-ok
           perform load-rate-master
       end-if
       if run-ok
           open input acct-file
           if ws-acct-status = "00"
               perform price-accounting-records
               close acct-file
               perform order-invoice-lines
               perform write-invoice-detail
               perform write-control-totals
           else
               move "ACCOUNTING MASTER acct.dat NOT FOUND" to report-rec
               write report-rec
               move 1 to return-code
           end-if
       end-if
       close report-file
       close exception-file
       stop run.

read-bill-card.
       open input bill-parm-file
       if ws-parm-status not = "00"
           move "N" to ws-run-ok-flag
           move "BILLING CARD bill.parm NOT FOUND" to report-rec
           write report-rec
           move 1 to return-code
       else
           read bill-parm-file
               at end
                   move "N" to ws-run-ok-flag
               not at end
                   move bp-from-date to period-from
                   move bp-to-date to period-to
           end-read
           close bill-parm-file
           if run-ok
               if period-from is not numeric or period-to is not numeric
                   or period-from > period-to
                   move "N" to ws-run-ok-flag
               end-if
           end-if
           if run-ok
               move spaces to report-rec
               string "BILLING PERIOD " period-from delimited by size
                   " TO " period-to delimited by size
               into report-rec
               write report-rec
           else
               move "BAD BILLING CARD - NEED FROM AND TO DATES YYYYMMDD, FROM NOT AFTER TO" to report-rec
               write report-rec
               move 1 to return-code
           end-if
       end-if.

load-rate-master.
       open input rate-file
       if ws-rate-status not = "00"
           move "N" to ws-run-ok-flag
           move "RATE MASTER rates.dat NOT FOUND" to report-rec
           write report-rec
           move 1 to return-code
       else
           perform until rate-eof
               read rate-file
                   at end
                       move "Y" to rate-eof-flag
                   not at end
                       add 1 to rate-line-no
                       perform store-rate-entry
               end-read
           end-perform
           close rate-file
           move spaces to report-rec
           string "RATE ENTRIES LOADED=" rate-count delimited by size
               " REJECTED=" rate-error-count delimited by size
           into report-rec
           write report-rec
           if rate-overflow-flag = "Y"
               move "MORE THAN 500 RATE ENTRIES - EXTRA ENTRIES NOT LOADED" to report-rec
               write report-rec
           end-if
       end-if.

store-rate-entry.
       *> a rate that will not price cleanly is rejected here, so its
       *> scene's records fall out as unbilled rather than being billed
       *> at garbage - same discipline as the renderer's validate-job
       if rt-scene = spaces
           continue
       else
           if rt-client = spaces
               or rt-per-mpix is not numeric
               or rt-ss-surcharge is not numeric
               or rt-per-k-shadow is not numeric
               or rt-per-k-bounce is not numeric
               add 1 to rate-error-count
               move spaces to report-rec
               string "   RATE LINE " rate-line-no delimited by size
                   " SCENE=" FUNCTION TRIM(rt-scene) delimited by size
                   " REJECTED - BLANK CLIENT OR NON-NUMERIC RATE" delimited by size
               into report-rec
               write report-rec
           else
               move "N" to ws-found-flag
               perform varying rate-idx from 1 by 1 until rate-idx > rate-count
                   if re-scene of rate-entry(rate-idx) = rt-scene
                       move "Y" to ws-found-flag
                   end-if
               end-perform
               if ws-found-flag = "Y"
                   add 1 to rate-error-count
                   move spaces to report-rec
                   string "   RATE LINE " rate-line-no delimited by size
                       " SCENE=" FUNCTION TRIM(rt-scene) delimited by size
                       " DUPLICATE - FIRST ENTRY USED" delimited by size
                   into report-rec
                   write report-rec
               else
                   if rate-count >= 500
                       move "Y" to rate-overflow-flag
                   else
                       add 1 to rate-count
                       move rt-scene to re-scene of rate-entry(rate-count)
                       move rt-client to re-client of rate-entry(rate-count)
                       move rt-cost-centre to re-cost-centre of rate-entry(rate-count)
                       move rt-per-mpix to re-per-mpix of rate-entry(rate-count)
                       move rt-ss-surcharge to re-ss-surcharge of rate-entry(rate-count)
                       move rt-per-k-shadow to re-per-k-shadow of rate-entry(rate-count)
                       move rt-per-k-bounce to re-per-k-bounce of rate-entry(rate-count)
                   end-if
               end-if
           end-if
       end-if.

price-accounting-records.
       perform until acct-eof
           read acct-file
               at end
                   move "Y" to acct-eof-flag
               not at end
                   add 1 to records-read
                   perform price-one-record
           end-read
       end-perform.

price-one-record.
       if ac-start-stamp(1:8) is not numeric
           move "BAD START DATE" to ws-exception-reason
           perform write-exception-line
       else
           if ac-start-stamp(1:8) < period-from
               or ac-start-stamp(1:8) > period-to
               add 1 to records-out-of-period
           else
               perform find-rate-entry
               if ws-found-flag = "N"
                   move "NO RATE FOR SCENE" to ws-exception-reason
                   perform write-exception-line
               else
                   if iv-count >= 9999
                       move "INVOICE TABLE FULL" to ws-exception-reason
                       perform write-exception-line
                   else
                       perform store-priced-record
                   end-if
               end-if
           end-if
       end-if.

find-rate-entry.
       move "N" to ws-found-flag
       perform varying rate-idx from 1 by 1
           until rate-idx > rate-count or ws-found-flag = "Y"
           if re-scene of rate-entry(rate-idx) = ac-scene
               move "Y" to ws-found-flag
           end-if
       end-perform
       if ws-found-flag = "Y"
           subtract 1 from rate-idx
       end-if.

store-priced-record.
       compute ws-rec-pixels = ac-hit-pixels + ac-bg-pixels
       compute ws-rec-mpix = ws-rec-pixels / 1000000
       move re-client of rate-entry(rate-idx) to il-client
       move re-cost-centre of rate-entry(rate-idx) to il-cost-centre
       move ac-scene to il-scene
       move ac-start-stamp to il-start-stamp
       move ac-job to il-job
       move ac-frame to il-frame
       move ac-ss-factor to il-ss-factor
       move ws-rec-pixels to il-pixels
       move ac-shadow-tests to il-shadow-tests
       move ac-bounces to il-bounces
       compute il-pixel-charge rounded =
           ws-rec-mpix * re-per-mpix of rate-entry(rate-idx)
       if ac-ss-factor > 1
           compute il-ss-charge rounded =
               ws-rec-mpix * (ac-ss-factor - 1)
               * re-ss-surcharge of rate-entry(rate-idx)
       else
           move 0 to il-ss-charge
       end-if
       compute il-shadow-charge rounded =
           (ac-shadow-tests / 1000) * re-per-k-shadow of rate-entry(rate-idx)
       compute il-bounce-charge rounded =
           (ac-bounces / 1000) * re-per-k-bounce of rate-entry(rate-idx)
       compute il-total-charge = il-pixel-charge + il-ss-charge
           + il-shadow-charge + il-bounce-charge
       add il-total-charge to priced-total
       add 1 to records-stored
       add 1 to iv-count
       move invoice-line to iv-entry(iv-count).

write-exception-line.
       add 1 to records-unbilled
       compute ws-rec-pixels = ac-hit-pixels + ac-bg-pixels
       add ws-rec-pixels to unbilled-pixels
       move spaces to exception-rec
       string "   " FUNCTION TRIM(ws-exception-reason) delimited by size
           " SCENE=" FUNCTION TRIM(ac-scene) delimited by size
           " START=" ac-start-stamp(1:14) delimited by size
           " JOB=" ac-job delimited by size
           " FRAME=" ac-frame delimited by size
           " PIXELS=" ws-rec-pixels delimited by size
           " SS=" ac-ss-factor delimited by size
           " SHADOW-TESTS=" ac-shadow-tests delimited by size
           " BOUNCES=" ac-bounces delimited by size
       into exception-rec
       write exception-rec.

order-invoice-lines.
       *> insertion sort on the line numbers - a line only moves
       *> ahead of one with a higher key, so equals keep acct.dat order
       perform varying iv-idx from 1 by 1 until iv-idx > iv-count
           move iv-idx to iv-pos(iv-idx)
       end-perform
       perform varying iv-idx from 2 by 1 until iv-idx > iv-count
           move iv-pos(iv-idx) to iv-hold
           move iv-idx to iv-jdx
           move "Y" to iv-moving-flag
           perform until iv-moving-flag = "N"
               if iv-jdx < 2
                   move "N" to iv-moving-flag
               else
                   if iv-key(iv-pos(iv-jdx - 1)) > iv-key(iv-hold)
                       move iv-pos(iv-jdx - 1) to iv-pos(iv-jdx)
                       subtract 1 from iv-jdx
                   else
                       move "N" to iv-moving-flag
                   end-if
               end-if
           end-perform
           move iv-hold to iv-pos(iv-jdx)
       end-perform.

next-invoice-line.
       add 1 to list-idx
       if list-idx > iv-count
           move "Y" to invoice-eof-flag
       else
           move iv-entry(iv-pos(list-idx)) to invoice-line
       end-if.

write-invoice-detail.
       perform next-invoice-line
       if invoice-eof
           move "NO RECORDS TO BILL IN THE PERIOD" to report-rec
           write report-rec
       else
           move 0 to grand-pixels
           perform until invoice-eof
               perform start-client
               perform until invoice-eof or il-client not = prev-client
                   perform start-cost-centre
                   perform until invoice-eof or il-client not = prev-client
                       or il-cost-centre not = prev-cost-centre
                       perform write-detail-line
                       perform next-invoice-line
                   end-perform
                   perform end-cost-centre
               end-perform
               perform end-client
           end-perform
       end-if.

start-client.
       move il-client to prev-client
       add 1 to client-count
       move 0 to client-records
       move 0 to client-pixels
       move 0 to client-total
       move spaces to report-rec
       write report-rec
       move spaces to report-rec
       string "CLIENT " il-client delimited by size
       into report-rec
       write report-rec.

start-cost-centre.
       move il-cost-centre to prev-cost-centre
       move 0 to centre-records
       move 0 to centre-pixels
       move 0 to centre-total
       move spaces to report-rec
       string "  COST CENTRE " il-cost-centre delimited by size
       into report-rec
       write report-rec.

write-detail-line.
       add 1 to records-billed
       add 1 to records-listed
       add 1 to centre-records
       add il-pixels to centre-pixels
       add il-total-charge to centre-total
       move il-pixel-charge to dtl-pixel-charge
       move il-ss-charge to dtl-ss-charge
       move il-shadow-charge to dtl-shadow-charge
       move il-bounce-charge to dtl-bounce-charge
       move il-total-charge to dtl-charge
       move spaces to report-rec
       string "    " il-start-stamp(1:14) delimited by size
           " JOB=" il-job delimited by size
           " FRAME=" il-frame delimited by size
           " SCENE=" FUNCTION TRIM(il-scene) delimited by size
           " PIXELS=" il-pixels delimited by size
           " SS=" il-ss-factor delimited by size
           " SHADOW-TESTS=" il-shadow-tests delimited by size
           " BOUNCES=" il-bounces delimited by size
       into report-rec
       write report-rec
       move spaces to report-rec
       string "      PIXELS " dtl-pixel-charge delimited by size
           " SUPERSAMPLE " dtl-ss-charge delimited by size
           " SHADOWS " dtl-shadow-charge delimited by size
           " BOUNCES " dtl-bounce-charge delimited by size
           " CHARGE " dtl-charge delimited by size
       into report-rec
       write report-rec.

end-cost-centre.
       add centre-records to client-records
       add centre-pixels to client-pixels
       add centre-total to client-total
       move centre-total to dtl-total
       move spaces to report-rec
       string "  COST CENTRE " prev-cost-centre delimited by size
           " TOTAL RECORDS=" centre-records delimited by size
           " PIXELS=" centre-pixels delimited by size
           " CHARGE " dtl-total delimited by size
       into report-rec
       write report-rec.

end-client.
       add client-pixels to grand-pixels
       add client-total to invoiced-total
       move client-total to dtl-total
       move spaces to report-rec
       string "CLIENT " prev-client delimited by size
           " TOTAL RECORDS=" client-records delimited by size
           " PIXELS=" client-pixels delimited by size
           " CHARGE " dtl-total delimited by size
       into report-rec
       write report-rec.

write-control-totals.
       move spaces to report-rec
       write report-rec
       move "CONTROL TOTALS" to report-rec
       write report-rec
       move spaces to report-rec
       string "RECORDS READ=" records-read delimited by size
           " BILLED=" records-billed delimited by size
           " UNBILLED=" records-unbilled delimited by size
           " OUTSIDE PERIOD=" records-out-of-period delimited by size
       into report-rec
       write report-rec
       move invoiced-total to dtl-total
       move spaces to report-rec
       string "CLIENTS=" client-count delimited by size
           " PIXELS BILLED=" grand-pixels delimited by size
           " PIXELS UNBILLED=" unbilled-pixels delimited by size
           " TOTAL INVOICED " dtl-total delimited by size
       into report-rec
       write report-rec
       *> the invoice totals are re-added from the listing, so they
       *> must agree with what was priced into the invoice table
       move priced-total to dtl-check
       if records-read = records-billed + records-unbilled + records-out-of-period
           and records-stored = records-listed
           and priced-total = invoiced-total
           move spaces to report-rec
           string "CONTROL TOTALS BALANCE - PRICED " dtl-check delimited by size
           into report-rec
           write report-rec
       else
           move spaces to report-rec
           string "CONTROL TOTALS OUT OF BALANCE - PRICED " dtl-check delimited by size
               " STORED=" records-stored delimited by size
               " LISTED=" records-listed delimited by size
           into report-rec
           write report-rec
           move 1 to return-code
       end-if
       move spaces to exception-rec
       string "UNBILLED RECORDS=" records-unbilled delimited by size
       into exception-rec
       write exception-rec
       if records-unbilled > 0 and return-code = 0
           move 2 to return-code
       end-if.
