identification division.
program-id. qplan.

*> render queue balancing planner. reads tonight's job deck (named
*> on the qplan.parm card, render.parm by default), predicts each
*> card's run time from the accounting master's history for the same
*> scene, and splits the deck into parallel job streams of roughly
*> equal predicted length, one deck per stream (<deck>.s01, .s02
*> ...). every stream deck names its own run ledger, scanline
*> checkpoint and accounting file and carries its stream number, so
*> the streams can run side by side without sharing a file; each is
*> run by naming its deck on the renderer's command line.
*>
*> a card's cost is its sample count - width x rows x supersamples
*> per pixel x frames - priced at the seconds per sample its scene
*> has averaged across every accounting record on file. a scene with
*> no history is priced at the card's default rate per million
*> samples. cards are dealt longest first, each to the stream with
*> the least predicted work so far, and keep their deck order within
*> a stream. the plan report (qplan.rpt) shows every card's
*> prediction and stream, and each stream's predicted finish against
*> the batch window.

environment division.
input-output section.
file-control.
       select qplan-parm-file assign to "qplan.parm"
       organization is line sequential
       file status is ws-qparm-status.

       select deck-file assign dynamic ws-deck-filename
       organization is line sequential
       file status is ws-deck-status.

       select acct-file assign to "acct.dat"
       organization is line sequential
       file status is ws-acct-status.

       select stream-deck-file assign dynamic ws-stream-deck-filename
       organization is line sequential
       file status is ws-stream-deck-status.

       select report-file assign to "qplan.rpt"
       organization is line sequential.

data division.

      file section.
      fd qplan-parm-file.
      01 qplan-parm-rec.
           copy "qplan-parm-fields.cpy".

      fd deck-file.
      01 deck-rec.
           copy "parm-fields.cpy".

      fd acct-file.
      01 acct-rec.
           copy "acct-fields.cpy".

      fd stream-deck-file.
      01 stream-deck-rec.
           copy "parm-fields.cpy".

      fd report-file.
      01 report-rec pic x(200).

      working-storage section.
      01 ws-qparm-status pic xx value "00".
      01 ws-deck-status pic xx value "00".
      01 ws-acct-status pic xx value "00".
      01 ws-stream-deck-status pic xx value "00".

      01 ws-deck-filename pic x(40) value "render.parm".
      01 ws-stream-deck-filename pic x(44).
      01 ws-name-build pic x(44).

      01 deck-eof-flag pic x value "N".
         88 deck-eof value "Y".
      01 acct-eof-flag pic x value "N".
         88 acct-eof value "Y".
      01 ws-card-ok-flag pic x value "Y".
         88 card-ok value "Y".
      01 ws-found-flag pic x value "N".

      *> the planning card, defaults filled in
      01 stream-count pic 9(2) value 2.
      01 window-start pic 9(4) value 0.
      01 window-end pic 9(4) value 0.
      01 default-rate pic 9(5)v9(2) value 60.
      01 ws-window-flag pic x value "N".
         88 window-set value "Y".
      01 window-start-hh pic 9(2).
      01 window-start-mm pic 9(2).
      01 window-end-hh pic 9(2).
      01 window-end-mm pic 9(2).
      01 window-start-min pic 9(4).
      01 window-end-min pic 9(4).
      01 window-minutes pic 9(4).

      *> the deck's cards as read, with what the plan makes of each
      01 card-table.
       05 card-count pic 9(3) value 0.
       05 cd-entry occurs 50 times.
           10 cd-card pic x(500).
           10 cd-scene-key pic x(40).
           10 cd-output pic x(40).
           10 cd-width pic 9(3).
           10 cd-rows pic 9(3).
           10 cd-ss pic 9(1).
           10 cd-frames pic 9(4).
           10 cd-samples pic 9(12).
           10 cd-basis pic x(1).
           10 cd-minutes pic 9(5)v99.
           10 cd-stream pic 9(2).
      01 cd-idx pic 9(3).
      01 card-overflow-flag pic x value "N".
      01 cur-card.
           copy "parm-fields.cpy".

      *> seconds and samples rendered per scene over the whole
      *> accounting master
      01 history-table.
       05 hs-count pic 9(3) value 0.
       05 hs-entry occurs 500 times.
           10 hs-scene pic x(40).
           10 hs-records pic 9(7).
           10 hs-secs pic 9(9).
           10 hs-samples pic 9(15).
      01 hs-idx pic 9(3).
      01 history-overflow-flag pic x value "N".
      01 acct-read-count pic 9(7) value 0.

      *> elapsed seconds for one record, from the start and end
      *> timestamps; a frame that runs across midnight wraps once
      01 ws-start-hh pic 9(2).
      01 ws-start-mm pic 9(2).
      01 ws-start-ss pic 9(2).
      01 ws-end-hh pic 9(2).
      01 ws-end-mm pic 9(2).
      01 ws-end-ss pic 9(2).
      01 ws-rec-secs pic s9(9).
      01 ws-rec-samples pic 9(12).

      *> cards in dealing order - longest prediction first, deck
      *> order among equals
      01 deal-table.
       05 dl-card pic 9(3) occurs 50 times.
      01 dl-idx pic 9(3).
      01 dl-jdx pic 9(3).
      01 dl-hold pic 9(3).
      01 dl-moving-flag pic x value "N".

      01 stream-table.
       05 st-entry occurs 20 times.
           10 st-cards pic 9(3).
           10 st-minutes pic 9(6)v99.
           10 st-deck-name pic x(44).
      01 st-idx pic 9(2).
      01 best-stream pic 9(2).

      01 predict-secs pic 9(11)v9(4).
      01 total-minutes pic 9(7)v99 value 0.
      01 longest-minutes pic 9(6)v99 value 0.
      01 finish-min pic 9(7).
      01 finish-hh pic 9(2).
      01 finish-mm pic 9(2).
      01 finish-day pic 9(2).
      01 over-minutes pic 9(6)v99.
      01 streams-over-count pic 9(2) value 0.

      *> display-formatted figures for the report
      01 dtl-minutes pic z(4)9.99.
      01 dtl-stream-minutes pic z(5)9.99.
      01 dtl-total-minutes pic z(6)9.99.
      01 dtl-over pic z(5)9.99.
      01 dtl-samples pic z(11)9.
      01 dtl-basis pic x(7).
      01 dtl-window pic z(3)9.
      01 dtl-rate pic z(4)9.99.

procedure division.
main-line.
       open output report-file
       move "RENDER QUEUE BALANCING PLAN" to report-rec
       write report-rec
       perform read-plan-card
       if card-ok
           perform read-job-deck
           if card-count = 0
               move spaces to report-rec
               string "JOB DECK " FUNCTION TRIM(ws-deck-filename) delimited by size
                   " NOT FOUND OR EMPTY - NOTHING TO PLAN" delimited by size
               into report-rec
               write report-rec
               move 1 to return-code
           else
               perform load-history
               perform price-cards
               perform order-cards
               perform deal-cards
               perform write-stream-decks
               perform write-plan-report
           end-if
       end-if
       close report-file
       stop run.

read-plan-card.
       *> the card is optional - no card plans render.parm into two
       *> streams with no window
       open input qplan-parm-file
       if ws-qparm-status = "00"
           read qplan-parm-file
               at end
                   continue
               not at end
                   perform apply-plan-card
           end-read
           close qplan-parm-file
       end-if
       if card-ok
           perform set-window
       end-if.

apply-plan-card.
       if qp-deck-file not = spaces
           move qp-deck-file to ws-deck-filename
       end-if
       if qp-stream-count is numeric and qp-stream-count > 0
           if qp-stream-count > 20
               move "N" to ws-card-ok-flag
               move "   ERROR: STREAM COUNT ABOVE 20" to report-rec
               write report-rec
           else
               move qp-stream-count to stream-count
           end-if
       end-if
       if qp-window-start is numeric and qp-window-end is numeric
           move qp-window-start to window-start
           move qp-window-end to window-end
       else
           if qp-window-start not = spaces or qp-window-end not = spaces
               move "N" to ws-card-ok-flag
               move "   ERROR: BAD BATCH WINDOW - HHMM TO HHMM" to report-rec
               write report-rec
           end-if
       end-if
       if qp-default-rate is numeric and qp-default-rate > 0
           move qp-default-rate to default-rate
       end-if
       if not card-ok
           move 1 to return-code
       end-if.

set-window.
       if window-start not = 0 or window-end not = 0
           compute window-start-hh = window-start / 100
           compute window-start-mm = window-start - (window-start-hh * 100)
           compute window-end-hh = window-end / 100
           compute window-end-mm = window-end - (window-end-hh * 100)
           if window-start-hh > 23 or window-start-mm > 59
               or window-end-hh > 23 or window-end-mm > 59
               or window-start = window-end
               move "N" to ws-card-ok-flag
               move spaces to report-rec
               move "   ERROR: BAD BATCH WINDOW - HHMM TO HHMM" to report-rec
               write report-rec
               move 1 to return-code
           else
               move "Y" to ws-window-flag
               compute window-start-min = (window-start-hh * 60) + window-start-mm
               compute window-end-min = (window-end-hh * 60) + window-end-mm
               if window-end-min > window-start-min
                   compute window-minutes = window-end-min - window-start-min
               else
                   compute window-minutes =
                       window-end-min + 1440 - window-start-min
               end-if
           end-if
       end-if.

read-job-deck.
       open input deck-file
       if ws-deck-status = "00"
           perform until deck-eof
               read deck-file
                   at end
                       move "Y" to deck-eof-flag
                   not at end
                       if card-count >= 50
                           *> same queue limit the renderer holds to
                           move "Y" to card-overflow-flag
                           move "Y" to deck-eof-flag
                       else
                           add 1 to card-count
                           move deck-rec to cd-card of cd-entry(card-count)
                       end-if
               end-read
           end-perform
           close deck-file
       end-if.

load-history.
       open input acct-file
       if ws-acct-status = "00"
           perform until acct-eof
               read acct-file
                   at end
                       move "Y" to acct-eof-flag
                   not at end
                       add 1 to acct-read-count
                       perform add-history-record
               end-read
           end-perform
           close acct-file
       end-if.

add-history-record.
       perform compute-record-seconds
       compute ws-rec-samples = ac-width * ac-height
           * ac-ss-factor * ac-ss-factor
       move "N" to ws-found-flag
       perform varying hs-idx from 1 by 1
           until hs-idx > hs-count or ws-found-flag = "Y"
           if hs-scene of hs-entry(hs-idx) = ac-scene
               move "Y" to ws-found-flag
               perform add-to-history-entry
           end-if
       end-perform
       if ws-found-flag = "N"
           if hs-count >= 500
               move "Y" to history-overflow-flag
           else
               add 1 to hs-count
               move hs-count to hs-idx
               move ac-scene to hs-scene of hs-entry(hs-idx)
               move 0 to hs-records of hs-entry(hs-idx)
               move 0 to hs-secs of hs-entry(hs-idx)
               move 0 to hs-samples of hs-entry(hs-idx)
               perform add-to-history-entry
           end-if
       end-if.

add-to-history-entry.
       add 1 to hs-records of hs-entry(hs-idx)
       add ws-rec-secs to hs-secs of hs-entry(hs-idx)
       add ws-rec-samples to hs-samples of hs-entry(hs-idx).

compute-record-seconds.
       move ac-start-stamp(9:2) to ws-start-hh
       move ac-start-stamp(11:2) to ws-start-mm
       move ac-start-stamp(13:2) to ws-start-ss
       move ac-end-stamp(9:2) to ws-end-hh
       move ac-end-stamp(11:2) to ws-end-mm
       move ac-end-stamp(13:2) to ws-end-ss
       compute ws-rec-secs =
           ((ws-end-hh * 3600) + (ws-end-mm * 60) + ws-end-ss)
           - ((ws-start-hh * 3600) + (ws-start-mm * 60) + ws-start-ss)
       if ws-rec-secs < 0
           add 86400 to ws-rec-secs
       end-if.

price-cards.
       perform varying cd-idx from 1 by 1 until cd-idx > card-count
           move cd-card of cd-entry(cd-idx) to cur-card
           perform size-card
           perform predict-card
       end-perform.

size-card.
       *> the same defaults the renderer's reset-job-defaults applies
       *> to a blank field, and the scene name it stamps on ac-scene
       if parm-output-file of cur-card not = spaces
           move parm-output-file of cur-card to cd-output of cd-entry(cd-idx)
       else
           move "output.ppm" to cd-output of cd-entry(cd-idx)
       end-if
       if parm-scene-id of cur-card not = spaces
           move parm-scene-id of cur-card to cd-scene-key of cd-entry(cd-idx)
       else
           if parm-scene-file of cur-card not = spaces
               move parm-scene-file of cur-card to cd-scene-key of cd-entry(cd-idx)
           else
               move "scene.dat" to cd-scene-key of cd-entry(cd-idx)
           end-if
       end-if
       move 200 to cd-width of cd-entry(cd-idx)
       if parm-width of cur-card is numeric and parm-width of cur-card > 0
           move parm-width of cur-card to cd-width of cd-entry(cd-idx)
       end-if
       move 200 to cd-rows of cd-entry(cd-idx)
       if parm-height of cur-card is numeric and parm-height of cur-card > 0
           move parm-height of cur-card to cd-rows of cd-entry(cd-idx)
       end-if
       if parm-strip-count of cur-card is numeric
           and parm-strip-count of cur-card > 0
           and parm-strip-end of cur-card is numeric
           and parm-strip-start of cur-card is numeric
           and parm-strip-end of cur-card >= parm-strip-start of cur-card
           compute cd-rows of cd-entry(cd-idx) =
               parm-strip-end of cur-card - parm-strip-start of cur-card + 1
       end-if
       evaluate parm-ss-mode of cur-card
           when "2"
               move 2 to cd-ss of cd-entry(cd-idx)
           when "4"
               move 4 to cd-ss of cd-entry(cd-idx)
           when other
               move 1 to cd-ss of cd-entry(cd-idx)
       end-evaluate
       move 1 to cd-frames of cd-entry(cd-idx)
       if parm-frame-count of cur-card is numeric
           and parm-frame-count of cur-card > 0
           move parm-frame-count of cur-card to cd-frames of cd-entry(cd-idx)
       end-if
       compute cd-samples of cd-entry(cd-idx) =
           cd-width of cd-entry(cd-idx) * cd-rows of cd-entry(cd-idx)
           * cd-ss of cd-entry(cd-idx) * cd-ss of cd-entry(cd-idx)
           * cd-frames of cd-entry(cd-idx).

predict-card.
       move "N" to ws-found-flag
       perform varying hs-idx from 1 by 1
           until hs-idx > hs-count or ws-found-flag = "Y"
           if hs-scene of hs-entry(hs-idx) = cd-scene-key of cd-entry(cd-idx)
               and hs-samples of hs-entry(hs-idx) > 0
               move "Y" to ws-found-flag
               compute predict-secs rounded =
                   cd-samples of cd-entry(cd-idx) * hs-secs of hs-entry(hs-idx)
                   / hs-samples of hs-entry(hs-idx)
           end-if
       end-perform
       if ws-found-flag = "Y"
           move "H" to cd-basis of cd-entry(cd-idx)
       else
           move "D" to cd-basis of cd-entry(cd-idx)
           compute predict-secs rounded =
               cd-samples of cd-entry(cd-idx) * default-rate / 1000000
       end-if
       compute cd-minutes of cd-entry(cd-idx) rounded = predict-secs / 60
       add cd-minutes of cd-entry(cd-idx) to total-minutes.

order-cards.
       *> insertion sort on the card numbers - a card only moves
       *> ahead of a strictly shorter one, so equals keep deck order
       perform varying dl-idx from 1 by 1 until dl-idx > card-count
           move dl-idx to dl-card(dl-idx)
       end-perform
       perform varying dl-idx from 2 by 1 until dl-idx > card-count
           move dl-card(dl-idx) to dl-hold
           move dl-idx to dl-jdx
           move "Y" to dl-moving-flag
           perform until dl-moving-flag = "N"
               if dl-jdx < 2
                   move "N" to dl-moving-flag
               else
                   if cd-minutes of cd-entry(dl-card(dl-jdx - 1))
                       < cd-minutes of cd-entry(dl-hold)
                       move dl-card(dl-jdx - 1) to dl-card(dl-jdx)
                       subtract 1 from dl-jdx
                   else
                       move "N" to dl-moving-flag
                   end-if
               end-if
           end-perform
           move dl-hold to dl-card(dl-jdx)
       end-perform.

deal-cards.
       perform varying st-idx from 1 by 1 until st-idx > stream-count
           move 0 to st-cards of st-entry(st-idx)
           move 0 to st-minutes of st-entry(st-idx)
           move spaces to ws-name-build
           string FUNCTION TRIM(ws-deck-filename) delimited by size
               ".s" st-idx delimited by size
           into ws-name-build
           move ws-name-build to st-deck-name of st-entry(st-idx)
       end-perform
       perform varying dl-idx from 1 by 1 until dl-idx > card-count
           move dl-card(dl-idx) to cd-idx
           *> least loaded stream, lowest number among equals
           move 1 to best-stream
           perform varying st-idx from 2 by 1 until st-idx > stream-count
               if st-minutes of st-entry(st-idx)
                   < st-minutes of st-entry(best-stream)
                   move st-idx to best-stream
               end-if
           end-perform
           move best-stream to cd-stream of cd-entry(cd-idx)
           add 1 to st-cards of st-entry(best-stream)
           add cd-minutes of cd-entry(cd-idx) to st-minutes of st-entry(best-stream)
       end-perform
       perform varying st-idx from 1 by 1 until st-idx > stream-count
           if st-minutes of st-entry(st-idx) > longest-minutes
               move st-minutes of st-entry(st-idx) to longest-minutes
           end-if
       end-perform.

write-stream-decks.
       *> an empty stream gets no deck at all - the renderer would
       *> take an empty deck for a default single job
       perform varying st-idx from 1 by 1 until st-idx > stream-count
           if st-cards of st-entry(st-idx) > 0
               move st-deck-name of st-entry(st-idx) to ws-stream-deck-filename
               open output stream-deck-file
               perform varying cd-idx from 1 by 1 until cd-idx > card-count
                   if cd-stream of cd-entry(cd-idx) = st-idx
                       perform write-stream-card
                   end-if
               end-perform
               close stream-deck-file
           end-if
       end-perform.

write-stream-card.
       move cd-card of cd-entry(cd-idx) to cur-card
       move spaces to ws-name-build
       string "render.ldgr.s" st-idx delimited by size
       into ws-name-build
       move ws-name-build to parm-ledger-file of cur-card
       move spaces to ws-name-build
       string "render.ckpt.s" st-idx delimited by size
       into ws-name-build
       move ws-name-build to parm-ckpt-file of cur-card
       move spaces to ws-name-build
       string "acct.dat.s" st-idx delimited by size
       into ws-name-build
       move ws-name-build to parm-acct-file of cur-card
       move st-idx to parm-stream-no of cur-card
       move cur-card to stream-deck-rec
       write stream-deck-rec.

write-plan-report.
       move spaces to report-rec
       string "DECK " FUNCTION TRIM(ws-deck-filename) delimited by size
           " CARDS=" card-count delimited by size
           " STREAMS=" stream-count delimited by size
       into report-rec
       write report-rec
       if card-overflow-flag = "Y"
           move spaces to report-rec
           move "JOB DECK EXCEEDS 50 CARD LIMIT - EXTRA CARDS NOT PLANNED"
               to report-rec
           write report-rec
       end-if
       move spaces to report-rec
       if window-set
           move window-minutes to dtl-window
           string "BATCH WINDOW " window-start delimited by size
               " TO " window-end delimited by size
               " (" delimited by size
               FUNCTION TRIM(dtl-window) delimited by size
               " MINUTES)" delimited by size
           into report-rec
       else
           move "NO BATCH WINDOW SET" to report-rec
       end-if
       write report-rec
       move default-rate to dtl-rate
       move spaces to report-rec
       string "ACCOUNTING RECORDS READ=" acct-read-count delimited by size
           " SCENES WITH HISTORY=" hs-count delimited by size
           " DEFAULT SECONDS PER MILLION SAMPLES=" FUNCTION TRIM(dtl-rate) delimited by size
       into report-rec
       write report-rec
       if history-overflow-flag = "Y"
           move spaces to report-rec
           move "HISTORY EXCEEDS 500 SCENES - LATER SCENES PRICED AT THE DEFAULT RATE"
               to report-rec
           write report-rec
       end-if
       move spaces to report-rec
       write report-rec
       perform varying cd-idx from 1 by 1 until cd-idx > card-count
           perform write-card-line
       end-perform
       move spaces to report-rec
       write report-rec
       perform varying st-idx from 1 by 1 until st-idx > stream-count
           perform write-stream-line
       end-perform
       move spaces to report-rec
       write report-rec
       move total-minutes to dtl-total-minutes
       move longest-minutes to dtl-stream-minutes
       move spaces to report-rec
       string "TOTAL PREDICTED MINUTES=" FUNCTION TRIM(dtl-total-minutes) delimited by size
           " LONGEST STREAM MINUTES=" FUNCTION TRIM(dtl-stream-minutes) delimited by size
           " STREAMS OVER WINDOW=" streams-over-count delimited by size
       into report-rec
       write report-rec
       move spaces to report-rec
       move "EACH STREAM'S acct.dat.s<no> IS APPENDED TO acct.dat ONCE THE STREAMS HAVE FINISHED"
           to report-rec
       write report-rec
       if streams-over-count > 0 and return-code = 0
           move 2 to return-code
       end-if.

write-card-line.
       move cd-minutes of cd-entry(cd-idx) to dtl-minutes
       move cd-samples of cd-entry(cd-idx) to dtl-samples
       if cd-basis of cd-entry(cd-idx) = "H"
           move "HISTORY" to dtl-basis
       else
           move "DEFAULT" to dtl-basis
       end-if
       move spaces to report-rec
       string "CARD " cd-idx delimited by size
           " STREAM " cd-stream of cd-entry(cd-idx) delimited by size
           " MINUTES=" dtl-minutes delimited by size
           " " dtl-basis delimited by size
           " SAMPLES=" dtl-samples delimited by size
           " " cd-width of cd-entry(cd-idx) delimited by size
           "X" cd-rows of cd-entry(cd-idx) delimited by size
           " SS=" cd-ss of cd-entry(cd-idx) delimited by size
           " FRAMES=" cd-frames of cd-entry(cd-idx) delimited by size
           " SCENE=" FUNCTION TRIM(cd-scene-key of cd-entry(cd-idx)) delimited by size
           " OUTPUT=" FUNCTION TRIM(cd-output of cd-entry(cd-idx)) delimited by size
       into report-rec
       write report-rec.

write-stream-line.
       move st-minutes of st-entry(st-idx) to dtl-stream-minutes
       move spaces to report-rec
       if st-cards of st-entry(st-idx) = 0
           string "STREAM " st-idx delimited by size
               " NO CARDS - NO DECK WRITTEN" delimited by size
           into report-rec
           write report-rec
       else
           if window-set
               perform compute-stream-finish
               if st-minutes of st-entry(st-idx) > window-minutes
                   add 1 to streams-over-count
                   compute over-minutes =
                       st-minutes of st-entry(st-idx) - window-minutes
                   move over-minutes to dtl-over
                   string "STREAM " st-idx delimited by size
                       " DECK=" FUNCTION TRIM(st-deck-name of st-entry(st-idx)) delimited by size
                       " CARDS=" st-cards of st-entry(st-idx) delimited by size
                       " MINUTES=" dtl-stream-minutes delimited by size
                       " FINISH " finish-hh ":" finish-mm delimited by size
                       " DAY+" finish-day delimited by size
                       " OVER WINDOW BY " FUNCTION TRIM(dtl-over) delimited by size
                       " MIN" delimited by size
                   into report-rec
               else
                   string "STREAM " st-idx delimited by size
                       " DECK=" FUNCTION TRIM(st-deck-name of st-entry(st-idx)) delimited by size
                       " CARDS=" st-cards of st-entry(st-idx) delimited by size
                       " MINUTES=" dtl-stream-minutes delimited by size
                       " FINISH " finish-hh ":" finish-mm delimited by size
                       " DAY+" finish-day delimited by size
                       " WITHIN WINDOW" delimited by size
                   into report-rec
               end-if
           else
               string "STREAM " st-idx delimited by size
                   " DECK=" FUNCTION TRIM(st-deck-name of st-entry(st-idx)) delimited by size
                   " CARDS=" st-cards of st-entry(st-idx) delimited by size
                   " MINUTES=" dtl-stream-minutes delimited by size
               into report-rec
           end-if
           write report-rec
       end-if.

compute-stream-finish.
       *> whole minutes after the window opens, rounded up; DAY+ says
       *> how many midnights the stream runs past
       compute finish-min = window-start-min + st-minutes of st-entry(st-idx)
       if finish-min < window-start-min + st-minutes of st-entry(st-idx)
           add 1 to finish-min
       end-if
       compute finish-day = finish-min / 1440
       compute finish-hh = (finish-min - (finish-day * 1440)) / 60
       compute finish-mm = finish-min - (finish-day * 1440) - (finish-hh * 60).
