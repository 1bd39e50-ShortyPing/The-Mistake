identification division.
program-id. frameqc.

*> image quality control pass. the manifest only proves a frame has
*> the right header, record count and checksum - a frame gone solid
*> black because the lights deck fell back to the headlamp, or half
*> blown out to white, still shows VERIFIED. this pass reads back
*> every frame on the manifest and measures what is actually in it:
*> a 256-level histogram per channel, mean luminance (0.30 r + 0.59
*> g + 0.11 b), and the percentage of pixels clipped to black (all
*> three channels 0) and to white (all three 255). a frame outside
*> the tolerances on the frameqc.parm card is flagged, and in a
*> numbered run a frame whose mean luminance jumps more than the
*> flicker tolerance from the frame before it is flagged as flicker.
*>
*> frameqc.rpt carries every frame's figures and histogram (16
*> bands of 16 levels, as a percentage of the frame's pixels) with
*> the exceptions marked beneath it; frameqc.dat carries one status
*> record per frame for delivery to check before anything ships.
*> strip pieces (STRIP= entries) are left to the merged frame.

environment division.
input-output section.
file-control.
       select qc-parm-file assign to "frameqc.parm"
       organization is line sequential
       file status is ws-parm-status.

       select manifest-file assign dynamic ws-manifest-filename
       organization is line sequential
       file status is ws-manifest-status.

       select frame-file assign dynamic ws-frame-filename
       organization is line sequential
       file status is ws-frame-status.

       select bin-frame-file assign dynamic ws-frame-filename
       organization is sequential
       file status is ws-frame-status.

       select status-file assign to "frameqc.dat"
       organization is line sequential
       file status is ws-status-status.

       select report-file assign to "frameqc.rpt"
       organization is line sequential.

data division.

      file section.
      fd qc-parm-file.
      01 qc-parm-rec.
           copy "qc-parm-fields.cpy".

      fd manifest-file.
      01 manifest-rec pic x(200).

      fd frame-file.
      01 frame-rec pic x(32).

      fd bin-frame-file record contains 1.
      01 bin-frame-rec pic x(1).

      fd status-file.
      01 status-rec.
           copy "qc-status-fields.cpy".

      fd report-file.
      01 report-rec pic x(200).

      working-storage section.
      01 ws-parm-status pic xx value "00".
      01 ws-manifest-status pic xx value "00".
      01 ws-frame-status pic xx value "00".
      01 ws-status-status pic xx value "00".

      01 ws-manifest-filename pic x(40) value "manifest.dat".
      01 ws-frame-filename pic x(44).

      01 manifest-eof-flag pic x value "N".
         88 manifest-eof value "Y".
      01 frame-eof-flag pic x value "N".
         88 frame-eof value "Y".
      01 ws-card-ok-flag pic x value "Y".
         88 card-ok value "Y".

      *> tolerances, defaults filled in
      01 min-mean pic 9(3)v9(2) value 8.
      01 max-mean pic 9(3)v9(2) value 247.
      01 max-black-pct pic 9(3)v9(2) value 50.
      01 max-white-pct pic 9(3)v9(2) value 5.
      01 max-flicker pic 9(3)v9(2) value 20.

      *> one manifest record split into KEY=VALUE tokens
      01 token-table.
       05 tk-item occurs 12 times.
           10 tk-text pic x(64).
      01 tk-idx pic 9(2).
      01 tk-key pic x(16).
      01 tk-value pic x(48).
      01 mp-file pic x(44).
      01 mp-frame pic 9(4).
      01 mp-width pic 9(3).
      01 mp-height pic 9(3).
      01 mp-records pic 9(9).
      01 mp-status pic x(1).
      01 mp-strip-flag pic x(1).

      *> numbered-run tracking for the flicker test - a run's base
      *> name is the file name less its four-digit frame suffix
      01 run-base pic x(44).
      01 prev-run-base pic x(44) value spaces.
      01 prev-mean-lum pic 9(3)v9(2) value 0.
      01 ws-prev-valid-flag pic x value "N".
      01 name-len pic 9(2).
      01 frame-text pic 9(4).

      *> the frame being read back
      01 total-pixels pic 9(7).
      01 pixels-read pic 9(7).
      01 px-idx pic 9(7).
      01 bh-idx pic 9(2).
      01 skip-idx pic 9(2).
      01 frame-binary-flag pic x value "N".
         88 frame-binary value "Y".
      01 cur-r pic 9(3).
      01 cur-g pic 9(3).
      01 cur-b pic 9(3).

      *> per-channel histograms, one count per level 0-255
      01 histogram-table.
       05 hg-level occurs 256 times.
           10 hg-r pic 9(7).
           10 hg-g pic 9(7).
           10 hg-b pic 9(7).
      01 hg-idx pic 9(3).
      01 sum-r pic 9(12).
      01 sum-g pic 9(12).
      01 sum-b pic 9(12).
      01 black-count pic 9(7).
      01 white-count pic 9(7).
      01 flicker-jump pic s9(3)v9(2).

      *> 16-band condensed histogram for the report line
      01 band-table.
       05 band-count occurs 16 times pic 9(7).
      01 band-idx pic 9(2).
      01 band-pct pic 9(3).
      01 band-pct-text pic zz9.
      01 band-line pic x(80).
      01 band-ptr pic 9(3).
      01 band-channel pic x(1).

      01 frame-count pic 9(5) value 0.
      01 pass-count pic 9(5) value 0.
      01 exception-count pic 9(5) value 0.
      01 unreadable-count pic 9(5) value 0.
      01 unverified-count pic 9(5) value 0.

      *> display-formatted figures for the report
      01 dtl-tag pic x(4).
      01 dtl-lum pic zz9.99.
      01 dtl-r pic zz9.99.
      01 dtl-g pic zz9.99.
      01 dtl-b pic zz9.99.
      01 dtl-black pic zz9.99.
      01 dtl-white pic zz9.99.
      01 dtl-flicker pic zz9.99.
      01 dtl-limit pic zz9.99.
      01 dtl-limit2 pic zz9.99.

procedure division.
main-line.
       open output report-file
       move "FRAME QUALITY CONTROL" to report-rec
       write report-rec
       perform read-qc-card
       if card-ok
           open input manifest-file
           if ws-manifest-status not = "00"
               move spaces to report-rec
               string "MANIFEST " FUNCTION TRIM(ws-manifest-filename) delimited by size
                   " NOT FOUND" delimited by size
               into report-rec
               write report-rec
               move 1 to return-code
           else
               open output status-file
               perform until manifest-eof
                   read manifest-file
                       at end
                           move "Y" to manifest-eof-flag
                       not at end
                           perform parse-manifest-record
                           *> non-frame lines and strip pieces are
                           *> skipped
                           if mp-file not = spaces and mp-strip-flag = "N"
                               perform check-one-frame
                           end-if
                   end-read
               end-perform
               close manifest-file
               close status-file
               perform write-report-footer
           end-if
       end-if
       close report-file
       stop run.

read-qc-card.
       *> the card is optional - no card, all defaults
       open input qc-parm-file
       if ws-parm-status = "00"
           read qc-parm-file
               at end
                   continue
               not at end
                   perform apply-qc-card
           end-read
           close qc-parm-file
       end-if
       move min-mean to dtl-limit
       move max-mean to dtl-limit2
       move max-black-pct to dtl-black
       move max-white-pct to dtl-white
       move max-flicker to dtl-flicker
       move spaces to report-rec
       string "MANIFEST=" FUNCTION TRIM(ws-manifest-filename) delimited by size
           " MEAN LUMINANCE " FUNCTION TRIM(dtl-limit) delimited by size
           " TO " FUNCTION TRIM(dtl-limit2) delimited by size
           " BLACK MAX " FUNCTION TRIM(dtl-black) delimited by size
           "% WHITE MAX " FUNCTION TRIM(dtl-white) delimited by size
           "% FLICKER MAX " FUNCTION TRIM(dtl-flicker) delimited by size
       into report-rec
       write report-rec
       if min-mean > max-mean or max-mean > 255
           or max-black-pct > 100 or max-white-pct > 100
           move "N" to ws-card-ok-flag
           move spaces to report-rec
           move "BAD QC CARD - MEAN LIMITS 0 TO 255 LOW TO HIGH, PERCENTAGES 0 TO 100"
               to report-rec
           write report-rec
           move 1 to return-code
       end-if.

apply-qc-card.
       *> a blank field keeps its default; anything else must be a
       *> number
       if qc-manifest-file not = spaces
           move qc-manifest-file to ws-manifest-filename
       end-if
       if qc-min-mean not = spaces
           if qc-min-mean is numeric
               move qc-min-mean to min-mean
           else
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if qc-max-mean not = spaces
           if qc-max-mean is numeric
               move qc-max-mean to max-mean
           else
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if qc-max-black-pct not = spaces
           if qc-max-black-pct is numeric
               move qc-max-black-pct to max-black-pct
           else
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if qc-max-white-pct not = spaces
           if qc-max-white-pct is numeric
               move qc-max-white-pct to max-white-pct
           else
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if qc-max-flicker not = spaces
           if qc-max-flicker is numeric
               move qc-max-flicker to max-flicker
           else
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if not card-ok
           move spaces to report-rec
           move "BAD QC CARD - TOLERANCES MUST BE NUMERIC OR BLANK" to report-rec
           write report-rec
           move 1 to return-code
       end-if.

parse-manifest-record.
       move spaces to token-table
       unstring manifest-rec delimited by all " "
           into tk-text of tk-item(1) tk-text of tk-item(2)
                tk-text of tk-item(3) tk-text of tk-item(4)
                tk-text of tk-item(5) tk-text of tk-item(6)
                tk-text of tk-item(7) tk-text of tk-item(8)
                tk-text of tk-item(9) tk-text of tk-item(10)
                tk-text of tk-item(11) tk-text of tk-item(12)
       end-unstring
       move spaces to mp-file
       move 0 to mp-frame
       move 0 to mp-width
       move 0 to mp-height
       move 0 to mp-records
       move space to mp-status
       move "N" to mp-strip-flag
       perform varying tk-idx from 1 by 1 until tk-idx > 12
           if tk-text of tk-item(tk-idx) not = spaces
               move spaces to tk-key
               move spaces to tk-value
               unstring tk-text of tk-item(tk-idx) delimited by "="
                   into tk-key tk-value
               end-unstring
               evaluate tk-key
                   when "FILE"
                       move tk-value to mp-file
                   when "FRAME"
                       move FUNCTION NUMVAL(tk-value) to mp-frame
                   when "WIDTH"
                       move FUNCTION NUMVAL(tk-value) to mp-width
                   when "HEIGHT"
                       move FUNCTION NUMVAL(tk-value) to mp-height
                   when "RECORDS"
                       move FUNCTION NUMVAL(tk-value) to mp-records
                   when "STRIP"
                       move "Y" to mp-strip-flag
                   when "STATUS"
                       if tk-value = "VERIFIED"
                           move "V" to mp-status
                       else
                           move "F" to mp-status
                       end-if
               end-evaluate
           end-if
       end-perform.

check-one-frame.
       add 1 to frame-count
       perform find-run-base
       if run-base not = prev-run-base
           move "N" to ws-prev-valid-flag
       end-if
       move run-base to prev-run-base
       initialize status-rec
       move mp-file to qs-file
       move mp-frame to qs-frame
       move "N" to qs-dark-flag qs-bright-flag qs-black-flag
           qs-white-flag qs-flicker-flag
       if mp-status not = "V"
           move "M" to qs-status
           add 1 to unverified-count
           perform write-frame-line
           move spaces to report-rec
           move "   EXCEPTION: NOT VERIFIED ON THE MANIFEST - NOT CHECKED" to report-rec
           write report-rec
       else
           perform read-frame-back
           if pixels-read = 0 or pixels-read not = total-pixels
               move "U" to qs-status
               add 1 to unreadable-count
               perform write-frame-line
               move spaces to report-rec
               string "   EXCEPTION: UNREADABLE - " pixels-read delimited by size
                   " OF " total-pixels delimited by size
                   " PIXELS READ BACK" delimited by size
               into report-rec
               write report-rec
           else
               perform measure-frame
               perform apply-tolerances
               perform write-frame-line
               perform write-histogram-lines
               perform write-exception-lines
               move qs-mean-lum to prev-mean-lum
               move "Y" to ws-prev-valid-flag
           end-if
       end-if
       write status-rec.

find-run-base.
       *> a numbered frame's name ends in its own four-digit frame
       *> number; anything else is a run of one
       move mp-file to run-base
       move mp-frame to frame-text
       compute name-len = FUNCTION LENGTH(FUNCTION TRIM(mp-file))
       if name-len > 4
           if mp-file(name-len - 3:4) = frame-text
               move spaces to run-base
               move mp-file(1:name-len - 4) to run-base
           end-if
       end-if.

read-frame-back.
       move mp-file to ws-frame-filename
       move "N" to frame-eof-flag
       move 0 to pixels-read
       move 0 to sum-r sum-g sum-b
       move 0 to black-count white-count
       perform varying hg-idx from 1 by 1 until hg-idx > 256
           move 0 to hg-r(hg-idx) hg-g(hg-idx) hg-b(hg-idx)
       end-perform
       compute total-pixels = mp-width * mp-height
       move "N" to frame-binary-flag
       compute px-idx = total-pixels * 3
       if mp-records = px-idx
           move "Y" to frame-binary-flag
       end-if
       if total-pixels > 0
           if frame-binary
               perform read-binary-frame
           else
               perform read-ascii-frame
           end-if
       end-if.

read-ascii-frame.
       open input frame-file
       if ws-frame-status = "00"
           *> three header records - magic, dimensions, maxval -
           *> already reconciled through the manifest
           perform varying skip-idx from 1 by 1 until skip-idx > 3
               read frame-file
                   at end move "Y" to frame-eof-flag
               end-read
           end-perform
           perform varying px-idx from 1 by 1
               until px-idx > total-pixels or frame-eof
               read frame-file
                   at end
                       move "Y" to frame-eof-flag
                   not at end
                       move frame-rec(1:3) to cur-r
                       move frame-rec(5:3) to cur-g
                       move frame-rec(9:3) to cur-b
                       perform count-frame-pixel
               end-read
           end-perform
           close frame-file
       end-if.

read-binary-frame.
       open input bin-frame-file
       if ws-frame-status = "00"
           *> fixed 15-byte P6 header
           perform varying bh-idx from 1 by 1
               until bh-idx > 15 or frame-eof
               read bin-frame-file
                   at end move "Y" to frame-eof-flag
               end-read
           end-perform
           perform varying px-idx from 1 by 1
               until px-idx > total-pixels or frame-eof
               read bin-frame-file
                   at end move "Y" to frame-eof-flag
                   not at end compute cur-r = FUNCTION ORD(bin-frame-rec) - 1
               end-read
               read bin-frame-file
                   at end move "Y" to frame-eof-flag
                   not at end compute cur-g = FUNCTION ORD(bin-frame-rec) - 1
               end-read
               read bin-frame-file
                   at end move "Y" to frame-eof-flag
                   not at end compute cur-b = FUNCTION ORD(bin-frame-rec) - 1
               end-read
               if not frame-eof
                   perform count-frame-pixel
               end-if
           end-perform
           close bin-frame-file
       end-if.

count-frame-pixel.
       add 1 to pixels-read
       add 1 to hg-r(cur-r + 1)
       add 1 to hg-g(cur-g + 1)
       add 1 to hg-b(cur-b + 1)
       add cur-r to sum-r
       add cur-g to sum-g
       add cur-b to sum-b
       if cur-r = 0 and cur-g = 0 and cur-b = 0
           add 1 to black-count
       end-if
       if cur-r = 255 and cur-g = 255 and cur-b = 255
           add 1 to white-count
       end-if.

measure-frame.
       compute qs-mean-r rounded = sum-r / pixels-read
       compute qs-mean-g rounded = sum-g / pixels-read
       compute qs-mean-b rounded = sum-b / pixels-read
       compute qs-mean-lum rounded =
           ((0.30 * sum-r) + (0.59 * sum-g) + (0.11 * sum-b)) / pixels-read
       compute qs-black-pct rounded = black-count * 100 / pixels-read
       compute qs-white-pct rounded = white-count * 100 / pixels-read
       move 0 to qs-flicker
       if ws-prev-valid-flag = "Y"
           compute flicker-jump = qs-mean-lum - prev-mean-lum
           if flicker-jump < 0
               compute flicker-jump = 0 - flicker-jump
           end-if
           move flicker-jump to qs-flicker
       end-if.

apply-tolerances.
       if qs-mean-lum < min-mean
           move "Y" to qs-dark-flag
       end-if
       if qs-mean-lum > max-mean
           move "Y" to qs-bright-flag
       end-if
       if qs-black-pct > max-black-pct
           move "Y" to qs-black-flag
       end-if
       if qs-white-pct > max-white-pct
           move "Y" to qs-white-flag
       end-if
       if qs-flicker > max-flicker
           move "Y" to qs-flicker-flag
       end-if
       if qs-dark-flag = "Y" or qs-bright-flag = "Y" or qs-black-flag = "Y"
           or qs-white-flag = "Y" or qs-flicker-flag = "Y"
           move "X" to qs-status
           add 1 to exception-count
       else
           move "P" to qs-status
           add 1 to pass-count
       end-if.

write-frame-line.
       move qs-mean-lum to dtl-lum
       move qs-mean-r to dtl-r
       move qs-mean-g to dtl-g
       move qs-mean-b to dtl-b
       move qs-black-pct to dtl-black
       move qs-white-pct to dtl-white
       move qs-flicker to dtl-flicker
       evaluate qs-status
           when "P"
               move "PASS" to dtl-tag
           when "X"
               move "FAIL" to dtl-tag
           when "U"
               move "UNRD" to dtl-tag
           when other
               move "UNVR" to dtl-tag
       end-evaluate
       move spaces to report-rec
       if qs-status = "U" or qs-status = "M"
           string dtl-tag delimited by size
               " " FUNCTION TRIM(qs-file) delimited by size
               " FRAME=" qs-frame delimited by size
           into report-rec
       else
           perform write-frame-figures
       end-if
       write report-rec.

write-frame-figures.
       string dtl-tag delimited by size
           " " FUNCTION TRIM(qs-file) delimited by size
           " FRAME=" qs-frame delimited by size
           " LUM=" dtl-lum delimited by size
           " MEAN R/G/B=" dtl-r delimited by size
           "/" FUNCTION TRIM(dtl-g) delimited by size
           "/" FUNCTION TRIM(dtl-b) delimited by size
           " BLACK=" dtl-black delimited by size
           "% WHITE=" dtl-white delimited by size
           "% FLICKER=" dtl-flicker delimited by size
       into report-rec.

write-histogram-lines.
       move "R" to band-channel
       perform write-one-histogram
       move "G" to band-channel
       perform write-one-histogram
       move "B" to band-channel
       perform write-one-histogram.

write-one-histogram.
       *> bands of 16 levels, each shown as a whole percentage of
       *> the frame's pixels
       perform varying band-idx from 1 by 1 until band-idx > 16
           move 0 to band-count(band-idx)
       end-perform
       perform varying hg-idx from 1 by 1 until hg-idx > 256
           compute band-idx = ((hg-idx - 1) / 16) + 1
           evaluate band-channel
               when "R"
                   add hg-r(hg-idx) to band-count(band-idx)
               when "G"
                   add hg-g(hg-idx) to band-count(band-idx)
               when other
                   add hg-b(hg-idx) to band-count(band-idx)
           end-evaluate
       end-perform
       move spaces to band-line
       move 1 to band-ptr
       string "     " band-channel " %" delimited by size
           into band-line with pointer band-ptr
       perform varying band-idx from 1 by 1 until band-idx > 16
           compute band-pct rounded = band-count(band-idx) * 100 / pixels-read
           move band-pct to band-pct-text
           string " " band-pct-text delimited by size
               into band-line with pointer band-ptr
       end-perform
       move band-line to report-rec
       write report-rec.

write-exception-lines.
       if qs-dark-flag = "Y"
           move min-mean to dtl-limit
           move spaces to report-rec
           string "   EXCEPTION: TOO DARK - MEAN LUMINANCE " FUNCTION TRIM(dtl-lum) delimited by size
               " BELOW " FUNCTION TRIM(dtl-limit) delimited by size
           into report-rec
           write report-rec
       end-if
       if qs-bright-flag = "Y"
           move max-mean to dtl-limit
           move spaces to report-rec
           string "   EXCEPTION: TOO BRIGHT - MEAN LUMINANCE " FUNCTION TRIM(dtl-lum) delimited by size
               " ABOVE " FUNCTION TRIM(dtl-limit) delimited by size
           into report-rec
           write report-rec
       end-if
       if qs-black-flag = "Y"
           move max-black-pct to dtl-limit
           move spaces to report-rec
           string "   EXCEPTION: CLIPPED BLACK " FUNCTION TRIM(dtl-black) delimited by size
               "% OVER " FUNCTION TRIM(dtl-limit) delimited by size
               "%" delimited by size
           into report-rec
           write report-rec
       end-if
       if qs-white-flag = "Y"
           move max-white-pct to dtl-limit
           move spaces to report-rec
           string "   EXCEPTION: CLIPPED WHITE " FUNCTION TRIM(dtl-white) delimited by size
               "% OVER " FUNCTION TRIM(dtl-limit) delimited by size
               "%" delimited by size
           into report-rec
           write report-rec
       end-if
       if qs-flicker-flag = "Y"
           move max-flicker to dtl-limit
           move prev-mean-lum to dtl-limit2
           move spaces to report-rec
           string "   EXCEPTION: FLICKER - MEAN LUMINANCE " FUNCTION TRIM(dtl-lum) delimited by size
               " AGAINST " FUNCTION TRIM(dtl-limit2) delimited by size
               " ON THE FRAME BEFORE, JUMP " FUNCTION TRIM(dtl-flicker) delimited by size
               " OVER " FUNCTION TRIM(dtl-limit) delimited by size
           into report-rec
           write report-rec
       end-if.

write-report-footer.
       move spaces to report-rec
       write report-rec
       move spaces to report-rec
       string "FRAMES=" frame-count delimited by size
           " PASSED=" pass-count delimited by size
           " OUTSIDE TOLERANCE=" exception-count delimited by size
           " UNREADABLE=" unreadable-count delimited by size
           " NOT VERIFIED=" unverified-count delimited by size
       into report-rec
       write report-rec
       if frame-count = 0
           move spaces to report-rec
           move "NO FRAMES ON THE MANIFEST" to report-rec
           write report-rec
           move 1 to return-code
       else
           if exception-count > 0 or unreadable-count > 0
               or unverified-count > 0
               move 2 to return-code
           end-if
       end-if.
