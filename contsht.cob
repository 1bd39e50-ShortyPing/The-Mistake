identification division.
program-id. contsht.

*> contact sheet builder. reads the manifest the renderer writes and
*> tiles every finished frame on it, shrunk down, into one sheet
*> image so a whole shot can be signed off from a single picture.
*>
*> each VERIFIED frame is box-filtered down to the tile size from
*> the contsht.parm card and carries its frame number in the tile's
*> top-left corner. a frame whose manifest STATUS is FAILED, or that
*> is VERIFIED but cannot be read back, becomes a dark tile with a
*> red cross; a frame number skipped inside a numbered run (output
*> .ppm0001, 0003 - no 0002 on the manifest) becomes a black tile
*> with a grey frame, so a gap in the shot is obvious at a glance.
*> strip pieces (STRIP= entries) are left to the merged frame.
*>
*> the sheet is P6 when the first frame on it is P6 and P3
*> otherwise, with the same headers the renderer writes. it is built
*> one row of tiles at a time; contsht.rpt lists every tile.

environment division.
input-output section.
file-control.
       select contact-parm-file assign to "contsht.parm"
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

       select out-file assign dynamic ws-sheet-filename
       organization is line sequential
       file status is ws-output-status.

       select bin-out-file assign dynamic ws-sheet-filename
       organization is sequential
       file status is ws-output-status.

       select report-file assign to "contsht.rpt"
       organization is line sequential.

data division.

      file section.
      fd contact-parm-file.
      01 contact-parm-rec.
           copy "contact-parm-fields.cpy".

      fd manifest-file.
      01 manifest-rec pic x(200).

      fd frame-file.
      01 frame-rec pic x(32).

      fd bin-frame-file record contains 1.
      01 bin-frame-rec pic x(1).

      fd out-file.
      01 out-rec pic x(32).

      fd bin-out-file record contains 1.
      01 bin-rec pic x(1).

      fd report-file.
      01 report-rec pic x(200).

      working-storage section.
      01 ws-parm-status pic xx value "00".
      01 ws-manifest-status pic xx value "00".
      01 ws-frame-status pic xx value "00".
      01 ws-output-status pic xx value "00".

      01 ws-manifest-filename pic x(40) value "manifest.dat".
      01 ws-frame-filename pic x(44).
      01 ws-sheet-filename pic x(40) value "contact.ppm".

      01 manifest-eof-flag pic x value "N".
         88 manifest-eof value "Y".
      01 frame-eof-flag pic x value "N".
         88 frame-eof value "Y".

      *> sheet geometry - tile size and tiles across from the card,
      *> a fixed gutter of sheet background around every tile
      01 tile-width pic 9(3) value 64.
      01 tile-height pic 9(3) value 64.
      01 tile-columns pic 9(2) value 8.
      01 gutter pic 9(1) value 4.
      01 sheet-width pic 9(3).
      01 sheet-height pic 9(3).
      01 sheet-rows pic 9(3).
      01 max-sheet-rows pic 9(3).
      01 ws-sheet-binary-flag pic x value "N".
         88 sheet-binary value "Y".
      01 ws-card-ok-flag pic x value "Y".
         88 card-ok value "Y".

      *> parsed manifest entries in file order
      01 manifest-table.
       05 mf-count pic 9(3) value 0.
       05 mf-entry occurs 500 times.
           10 mf-file pic x(44).
           10 mf-frame pic 9(4).
           10 mf-width pic 9(3).
           10 mf-height pic 9(3).
           10 mf-records pic 9(9).
           10 mf-status pic x(1).
      01 mf-idx pic 9(3).
      01 mf-overflow-flag pic x value "N".

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

      *> one tile per sheet slot: 'V' verified frame, 'F' failed or
      *> unreadable frame, 'M' frame number missing from the run
      01 tile-table.
       05 tl-count pic 9(3) value 0.
       05 tl-entry occurs 999 times.
           10 tl-kind pic x(1).
           10 tl-frame pic 9(4).
           10 tl-mf-idx pic 9(3).
      01 tl-idx pic 9(3).
      01 tl-overflow-flag pic x value "N".
      01 tiles-placed pic 9(3).

      *> numbered-run tracking for the missing-frame gaps - a run's
      *> base name is the file name less its four-digit frame suffix
      01 run-base pic x(44).
      01 prev-run-base pic x(44) value spaces.
      01 prev-frame pic 9(4) value 0.
      01 gap-frame pic 9(4).
      01 name-len pic 9(2).
      01 frame-text pic 9(4).

      *> one row of tiles, gutter above it included, across the full
      *> sheet width
      01 band-table.
       05 band-row occurs 204 times.
           10 band-pixel occurs 999 times.
               15 bp-r pic 9(3).
               15 bp-g pic 9(3).
               15 bp-b pic 9(3).
      01 band-height pic 9(3).
      01 band-no pic 9(3).
      01 band-y pic 9(3).
      01 band-x pic 9(3).
      01 tile-x0 pic 9(3).
      01 tile-y0 pic 9(3).
      01 slot-col pic 9(2).

      *> box-filter accumulators - every frame pixel lands in the
      *> tile pixel its position scales to
      01 tile-accum-table.
       05 ta-row occurs 200 times.
           10 ta-pixel occurs 200 times.
               15 ta-r pic 9(9).
               15 ta-g pic 9(9).
               15 ta-b pic 9(9).
               15 ta-n pic 9(7).
      01 tx pic 9(3).
      01 ty pic 9(3).
      01 src-x pic 9(3).
      01 src-y pic 9(3).
      01 px-idx pic 9(7).
      01 total-pixels pic 9(7).
      01 pixels-read pic 9(7).
      01 frame-binary-flag pic x value "N".
         88 frame-binary value "Y".
      01 frame-readable-flag pic x value "N".
      01 cur-r pic 9(3).
      01 cur-g pic 9(3).
      01 cur-b pic 9(3).
      01 bh-idx pic 9(2).
      01 skip-idx pic 9(2).

      *> 3 x 5 digit font for the tile labels, one 15-character
      *> picture per digit, rows top to bottom
      01 digit-font-data.
       05 filler pic x(15) value "111101101101111".
       05 filler pic x(15) value "010110010010111".
       05 filler pic x(15) value "111001111100111".
       05 filler pic x(15) value "111001111001111".
       05 filler pic x(15) value "101101111001001".
       05 filler pic x(15) value "111100111001111".
       05 filler pic x(15) value "111100111101111".
       05 filler pic x(15) value "111001001001001".
       05 filler pic x(15) value "111101111101111".
       05 filler pic x(15) value "111101111001111".
      01 digit-font redefines digit-font-data.
       05 df-digit occurs 10 times.
           10 df-row occurs 5 times.
               15 df-bit pic x(1) occurs 3 times.
      01 label-scale pic 9(1).
      01 label-digit pic 9(1).
      01 label-pos pic 9(1).
      01 font-row pic 9(1).
      01 font-col pic 9(1).
      01 dot-x pic 9(1).
      01 dot-y pic 9(1).
      01 paint-x pic 9(4).
      01 paint-y pic 9(4).
      01 label-x1 pic 9(4).
      01 label-y1 pic 9(4).

      *> cross on a failed tile - diagonal test per tile pixel
      01 diag-a pic s9(5).
      01 diag-b pic s9(5).

      01 shown-count pic 9(3) value 0.
      01 failed-count pic 9(3) value 0.
      01 missing-count pic 9(3) value 0.
      01 unreadable-count pic 9(3) value 0.
      01 out-rec-count pic 9(9) value 0.
      01 ws-pixel-line pic x(11).

procedure division.
main-line.
       open output report-file
       move "CONTACT SHEET" to report-rec
       write report-rec
       perform read-contact-card
       if card-ok
           perform load-manifest
       end-if
       if card-ok
           perform build-tile-list
           if tl-count = 0
               move spaces to report-rec
               string "NO FRAMES ON MANIFEST " FUNCTION TRIM(ws-manifest-filename) delimited by size
                   " - NO SHEET WRITTEN" delimited by size
               into report-rec
               write report-rec
               move 1 to return-code
           else
               perform lay-out-sheet
               perform write-contact-sheet
               perform write-report-footer
           end-if
       end-if
       close report-file
       stop run.

read-contact-card.
       *> the card is optional - no card, all defaults
       open input contact-parm-file
       if ws-parm-status = "00"
           read contact-parm-file
               at end
                   continue
               not at end
                   perform apply-contact-card
           end-read
           close contact-parm-file
       end-if
       move spaces to report-rec
       string "MANIFEST=" FUNCTION TRIM(ws-manifest-filename) delimited by size
           " SHEET=" FUNCTION TRIM(ws-sheet-filename) delimited by size
           " TILE=" tile-width delimited by size
           "X" tile-height delimited by size
           " ACROSS=" tile-columns delimited by size
       into report-rec
       write report-rec
       if tile-width < 8 or tile-width > 200
           or tile-height < 8 or tile-height > 200
           or tile-columns < 1
           move "N" to ws-card-ok-flag
           move "BAD CONTACT CARD - TILES 8 TO 200 PIXELS, AT LEAST 1 ACROSS" to report-rec
           write report-rec
           move 1 to return-code
       end-if.

apply-contact-card.
       if cs-output-file not = spaces
           move cs-output-file to ws-sheet-filename
       end-if
       if cs-manifest-file not = spaces
           move cs-manifest-file to ws-manifest-filename
       end-if
       if cs-tile-width is numeric
           if cs-tile-width > 0
               move cs-tile-width to tile-width
           end-if
       else
           move 0 to tile-width
       end-if
       if cs-tile-height is numeric
           if cs-tile-height > 0
               move cs-tile-height to tile-height
           end-if
       else
           move 0 to tile-height
       end-if
       if cs-columns is numeric
           if cs-columns > 0
               move cs-columns to tile-columns
           end-if
       else
           move 0 to tile-columns
       end-if.

load-manifest.
       open input manifest-file
       if ws-manifest-status not = "00"
           move "N" to ws-card-ok-flag
           move spaces to report-rec
           string "MANIFEST " FUNCTION TRIM(ws-manifest-filename) delimited by size
               " NOT FOUND" delimited by size
           into report-rec
           write report-rec
           move 1 to return-code
       else
           perform until manifest-eof
               read manifest-file
                   at end
                       move "Y" to manifest-eof-flag
                   not at end
                       perform parse-manifest-record
                       perform store-manifest-entry
               end-read
           end-perform
           close manifest-file
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

store-manifest-entry.
       *> non-frame lines (no FILE= token) and strip pieces are skipped
       if mp-file not = spaces and mp-strip-flag = "N"
           if mf-count >= 500
               move "Y" to mf-overflow-flag
           else
               add 1 to mf-count
               move mp-file to mf-file of mf-entry(mf-count)
               move mp-frame to mf-frame of mf-entry(mf-count)
               move mp-width to mf-width of mf-entry(mf-count)
               move mp-height to mf-height of mf-entry(mf-count)
               move mp-records to mf-records of mf-entry(mf-count)
               if mp-status = space
                   move "F" to mf-status of mf-entry(mf-count)
               else
                   move mp-status to mf-status of mf-entry(mf-count)
               end-if
           end-if
       end-if.

build-tile-list.
       perform varying mf-idx from 1 by 1 until mf-idx > mf-count
           perform find-run-base
           if run-base = prev-run-base
               and mf-frame of mf-entry(mf-idx) > prev-frame + 1
               compute gap-frame = prev-frame + 1
               perform until gap-frame >= mf-frame of mf-entry(mf-idx)
                   perform add-missing-tile
                   add 1 to gap-frame
               end-perform
           end-if
           perform add-frame-tile
           move run-base to prev-run-base
           move mf-frame of mf-entry(mf-idx) to prev-frame
       end-perform
       if mf-overflow-flag = "Y"
           move spaces to report-rec
           string "MANIFEST EXCEEDS " "500" delimited by size
               " FRAMES - EXTRA FRAMES NOT ON SHEET" delimited by size
           into report-rec
           write report-rec
       end-if.

find-run-base.
       *> a numbered frame's name ends in its own four-digit frame
       *> number; anything else is a run of one
       move mf-file of mf-entry(mf-idx) to run-base
       move mf-frame of mf-entry(mf-idx) to frame-text
       compute name-len = FUNCTION LENGTH(FUNCTION TRIM(mf-file of mf-entry(mf-idx)))
       if name-len > 4
           if mf-file of mf-entry(mf-idx)(name-len - 3:4) = frame-text
               move spaces to run-base
               move mf-file of mf-entry(mf-idx)(1:name-len - 4) to run-base
           end-if
       end-if.

add-missing-tile.
       if tl-count >= 999
           move "Y" to tl-overflow-flag
       else
           add 1 to tl-count
           move "M" to tl-kind of tl-entry(tl-count)
           move gap-frame to tl-frame of tl-entry(tl-count)
           move 0 to tl-mf-idx of tl-entry(tl-count)
       end-if.

add-frame-tile.
       if tl-count >= 999
           move "Y" to tl-overflow-flag
       else
           add 1 to tl-count
           move mf-status of mf-entry(mf-idx) to tl-kind of tl-entry(tl-count)
           move mf-frame of mf-entry(mf-idx) to tl-frame of tl-entry(tl-count)
           move mf-idx to tl-mf-idx of tl-entry(tl-count)
       end-if.

lay-out-sheet.
       *> the sheet has to fit the renderer's three-digit header
       *> fields - narrow the row if it would not, and stop placing
       *> tiles once the sheet is 999 pixels deep
       if tl-count < tile-columns
           move tl-count to tile-columns
       end-if
       perform until (tile-columns * (tile-width + gutter)) + gutter <= 999
           subtract 1 from tile-columns
       end-perform
       compute sheet-width = (tile-columns * (tile-width + gutter)) + gutter
       compute max-sheet-rows = (999 - gutter) / (tile-height + gutter)
       compute sheet-rows = (tl-count + tile-columns - 1) / tile-columns
       if sheet-rows > max-sheet-rows
           move max-sheet-rows to sheet-rows
       end-if
       compute tiles-placed = sheet-rows * tile-columns
       if tiles-placed > tl-count
           move tl-count to tiles-placed
       end-if
       compute sheet-height = (sheet-rows * (tile-height + gutter)) + gutter
       compute band-height = tile-height + gutter
       if tile-width >= 40 and tile-height >= 20
           move 2 to label-scale
       else
           move 1 to label-scale
       end-if
       *> the sheet takes the format of the first frame shown on it
       perform varying tl-idx from 1 by 1
           until tl-idx > tiles-placed or ws-sheet-binary-flag not = "N"
           if tl-kind of tl-entry(tl-idx) = "V"
               move tl-mf-idx of tl-entry(tl-idx) to mf-idx
               compute total-pixels = mf-width of mf-entry(mf-idx)
                   * mf-height of mf-entry(mf-idx)
               compute px-idx = total-pixels * 3
               if mf-records of mf-entry(mf-idx) = px-idx
                   move "Y" to ws-sheet-binary-flag
               else
                   move "A" to ws-sheet-binary-flag
               end-if
           end-if
       end-perform
       move spaces to report-rec
       string "SHEET " sheet-width delimited by size
           "X" sheet-height delimited by size
           " ROWS=" sheet-rows delimited by size
           " ACROSS=" tile-columns delimited by size
       into report-rec
       write report-rec.

write-contact-sheet.
       perform start-sheet-output
       perform varying band-no from 1 by 1 until band-no > sheet-rows
           perform clear-band
           perform varying slot-col from 1 by 1 until slot-col > tile-columns
               compute tl-idx = ((band-no - 1) * tile-columns) + slot-col
               if tl-idx <= tiles-placed
                   compute tile-x0 = gutter + ((slot-col - 1) * (tile-width + gutter))
                   move gutter to tile-y0
                   perform paint-one-tile
               end-if
           end-perform
           perform varying band-y from 1 by 1 until band-y > band-height
               perform write-band-row
           end-perform
       end-perform
       *> closing gutter along the bottom of the sheet
       perform clear-band
       perform varying band-y from 1 by 1 until band-y > gutter
           perform write-band-row
       end-perform
       if sheet-binary
           close bin-out-file
       else
           close out-file
       end-if.

start-sheet-output.
       if sheet-binary
           open output bin-out-file
           move spaces to ws-frame-filename
           string "P6" delimited by size
               FUNCTION CHAR(11) delimited by size
               sheet-width delimited by size
               " " delimited by size
               sheet-height delimited by size
               FUNCTION CHAR(11) delimited by size
               "255" delimited by size
               FUNCTION CHAR(11) delimited by size
           into ws-frame-filename
           perform varying bh-idx from 1 by 1 until bh-idx > 15
               move ws-frame-filename(bh-idx:1) to bin-rec
               write bin-rec
           end-perform
       else
           open output out-file
           move "P3" to out-rec
           write out-rec
           move spaces to out-rec
           string sheet-width delimited by size
               " " delimited by size
               sheet-height delimited by size
           into out-rec
           write out-rec
           move "255" to out-rec
           write out-rec
       end-if.

clear-band.
       perform varying band-y from 1 by 1 until band-y > band-height
           perform varying band-x from 1 by 1 until band-x > sheet-width
               move 96 to bp-r of band-pixel(band-y, band-x)
               move 96 to bp-g of band-pixel(band-y, band-x)
               move 96 to bp-b of band-pixel(band-y, band-x)
           end-perform
       end-perform.

write-band-row.
       perform varying band-x from 1 by 1 until band-x > sheet-width
           if sheet-binary
               move FUNCTION CHAR(bp-r of band-pixel(band-y, band-x) + 1) to bin-rec
               write bin-rec
               move FUNCTION CHAR(bp-g of band-pixel(band-y, band-x) + 1) to bin-rec
               write bin-rec
               move FUNCTION CHAR(bp-b of band-pixel(band-y, band-x) + 1) to bin-rec
               write bin-rec
           else
               move spaces to ws-pixel-line
               string bp-r of band-pixel(band-y, band-x) delimited by size
                   " " delimited by size
                   bp-g of band-pixel(band-y, band-x) delimited by size
                   " " delimited by size
                   bp-b of band-pixel(band-y, band-x) delimited by size
               into ws-pixel-line
               move ws-pixel-line to out-rec
               write out-rec
           end-if
           add 1 to out-rec-count
       end-perform.

paint-one-tile.
       evaluate tl-kind of tl-entry(tl-idx)
           when "V"
               perform shrink-frame-into-tile
               if frame-readable-flag = "Y"
                   add 1 to shown-count
                   perform copy-accum-to-band
                   perform write-tile-line
               else
                   add 1 to unreadable-count
                   perform paint-failed-tile
                   perform write-tile-line
               end-if
           when "F"
               add 1 to failed-count
               perform paint-failed-tile
               perform write-tile-line
           when other
               add 1 to missing-count
               perform paint-missing-tile
               perform write-tile-line
       end-evaluate
       perform paint-tile-label.

write-tile-line.
       move spaces to report-rec
       if tl-kind of tl-entry(tl-idx) = "M"
           string "TILE " tl-idx delimited by size
               " FRAME " tl-frame of tl-entry(tl-idx) delimited by size
               " MISSING FROM MANIFEST" delimited by size
           into report-rec
       else
           move tl-mf-idx of tl-entry(tl-idx) to mf-idx
           evaluate true
               when tl-kind of tl-entry(tl-idx) = "F"
                   string "TILE " tl-idx delimited by size
                       " FRAME " tl-frame of tl-entry(tl-idx) delimited by size
                       " FILE=" FUNCTION TRIM(mf-file of mf-entry(mf-idx)) delimited by size
                       " FAILED ON MANIFEST" delimited by size
                   into report-rec
               when frame-readable-flag = "Y"
                   string "TILE " tl-idx delimited by size
                       " FRAME " tl-frame of tl-entry(tl-idx) delimited by size
                       " FILE=" FUNCTION TRIM(mf-file of mf-entry(mf-idx)) delimited by size
                       " SHOWN" delimited by size
                   into report-rec
               when other
                   string "TILE " tl-idx delimited by size
                       " FRAME " tl-frame of tl-entry(tl-idx) delimited by size
                       " FILE=" FUNCTION TRIM(mf-file of mf-entry(mf-idx)) delimited by size
                       " NOT READABLE - MARKED FAILED" delimited by size
                   into report-rec
           end-evaluate
       end-if
       write report-rec.

shrink-frame-into-tile.
       move tl-mf-idx of tl-entry(tl-idx) to mf-idx
       move mf-file of mf-entry(mf-idx) to ws-frame-filename
       move "N" to frame-readable-flag
       move "N" to frame-eof-flag
       move 0 to pixels-read
       compute total-pixels = mf-width of mf-entry(mf-idx)
           * mf-height of mf-entry(mf-idx)
       move "N" to frame-binary-flag
       compute px-idx = total-pixels * 3
       if mf-records of mf-entry(mf-idx) = px-idx
           move "Y" to frame-binary-flag
       end-if
       perform varying ty from 1 by 1 until ty > tile-height
           perform varying tx from 1 by 1 until tx > tile-width
               move 0 to ta-r of ta-pixel(ty, tx)
               move 0 to ta-g of ta-pixel(ty, tx)
               move 0 to ta-b of ta-pixel(ty, tx)
               move 0 to ta-n of ta-pixel(ty, tx)
           end-perform
       end-perform
       if total-pixels > 0
           if frame-binary
               perform read-binary-frame
           else
               perform read-ascii-frame
           end-if
       end-if
       if pixels-read > 0 and pixels-read = total-pixels
           move "Y" to frame-readable-flag
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
                       perform accumulate-frame-pixel
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
                   perform accumulate-frame-pixel
               end-if
           end-perform
           close bin-frame-file
       end-if.

accumulate-frame-pixel.
       add 1 to pixels-read
       compute src-x = FUNCTION MOD(px-idx - 1, mf-width of mf-entry(mf-idx))
       compute src-y = (px-idx - 1) / mf-width of mf-entry(mf-idx)
       compute tx = ((src-x * tile-width) / mf-width of mf-entry(mf-idx)) + 1
       compute ty = ((src-y * tile-height) / mf-height of mf-entry(mf-idx)) + 1
       add cur-r to ta-r of ta-pixel(ty, tx)
       add cur-g to ta-g of ta-pixel(ty, tx)
       add cur-b to ta-b of ta-pixel(ty, tx)
       add 1 to ta-n of ta-pixel(ty, tx).

copy-accum-to-band.
       *> a frame smaller than the tile leaves some tile pixels with
       *> no source pixel - they repeat the pixel to their left, or
       *> above at the start of a row
       perform varying ty from 1 by 1 until ty > tile-height
           perform varying tx from 1 by 1 until tx > tile-width
               compute band-y = tile-y0 + ty
               compute band-x = tile-x0 + tx
               if ta-n of ta-pixel(ty, tx) > 0
                   compute bp-r of band-pixel(band-y, band-x) =
                       ta-r of ta-pixel(ty, tx) / ta-n of ta-pixel(ty, tx)
                   compute bp-g of band-pixel(band-y, band-x) =
                       ta-g of ta-pixel(ty, tx) / ta-n of ta-pixel(ty, tx)
                   compute bp-b of band-pixel(band-y, band-x) =
                       ta-b of ta-pixel(ty, tx) / ta-n of ta-pixel(ty, tx)
               else
                   if tx > 1
                       move band-pixel(band-y, band-x - 1)
                           to band-pixel(band-y, band-x)
                   else
                       move band-pixel(band-y - 1, band-x)
                           to band-pixel(band-y, band-x)
                   end-if
               end-if
           end-perform
       end-perform.

paint-failed-tile.
       *> dark tile, red border and a red cross corner to corner
       perform varying ty from 1 by 1 until ty > tile-height
           perform varying tx from 1 by 1 until tx > tile-width
               compute band-y = tile-y0 + ty
               compute band-x = tile-x0 + tx
               compute diag-a = (tx * tile-height) - (ty * tile-width)
               compute diag-b = (tx * tile-height) - ((tile-height - ty + 1) * tile-width)
               if diag-a < 0
                   compute diag-a = 0 - diag-a
               end-if
               if diag-b < 0
                   compute diag-b = 0 - diag-b
               end-if
               if tx <= 2 or ty <= 2 or tx > tile-width - 2 or ty > tile-height - 2
                   or diag-a <= tile-width or diag-b <= tile-width
                   move 220 to bp-r of band-pixel(band-y, band-x)
                   move 0 to bp-g of band-pixel(band-y, band-x)
                   move 0 to bp-b of band-pixel(band-y, band-x)
               else
                   move 40 to bp-r of band-pixel(band-y, band-x)
                   move 40 to bp-g of band-pixel(band-y, band-x)
                   move 40 to bp-b of band-pixel(band-y, band-x)
               end-if
           end-perform
       end-perform.

paint-missing-tile.
       *> black tile with a thin grey frame - nothing to show
       perform varying ty from 1 by 1 until ty > tile-height
           perform varying tx from 1 by 1 until tx > tile-width
               compute band-y = tile-y0 + ty
               compute band-x = tile-x0 + tx
               if tx = 1 or ty = 1 or tx = tile-width or ty = tile-height
                   move 160 to bp-r of band-pixel(band-y, band-x)
                   move 160 to bp-g of band-pixel(band-y, band-x)
                   move 160 to bp-b of band-pixel(band-y, band-x)
               else
                   move 0 to bp-r of band-pixel(band-y, band-x)
                   move 0 to bp-g of band-pixel(band-y, band-x)
                   move 0 to bp-b of band-pixel(band-y, band-x)
               end-if
           end-perform
       end-perform.

paint-tile-label.
       *> four-digit frame number, white on a black box in the tile's
       *> top-left corner; clipped to the tile on the smallest sizes
       compute label-x1 = tile-x0 + 2 + (16 * label-scale)
       compute label-y1 = tile-y0 + 2 + (5 * label-scale) + 1
       if label-x1 > tile-x0 + tile-width
           compute label-x1 = tile-x0 + tile-width
       end-if
       if label-y1 > tile-y0 + tile-height
           compute label-y1 = tile-y0 + tile-height
       end-if
       perform varying paint-y from tile-y0 by 1 until paint-y > label-y1
           perform varying paint-x from tile-x0 by 1 until paint-x > label-x1
               if paint-y > tile-y0 and paint-x > tile-x0
                   move 0 to bp-r of band-pixel(paint-y, paint-x)
                   move 0 to bp-g of band-pixel(paint-y, paint-x)
                   move 0 to bp-b of band-pixel(paint-y, paint-x)
               end-if
           end-perform
       end-perform
       move tl-frame of tl-entry(tl-idx) to frame-text
       perform varying label-pos from 1 by 1 until label-pos > 4
           move frame-text(label-pos:1) to label-digit
           perform varying font-row from 1 by 1 until font-row > 5
               perform varying font-col from 1 by 1 until font-col > 3
                   if df-bit(label-digit + 1, font-row, font-col) = "1"
                       perform paint-font-dot
                   end-if
               end-perform
           end-perform
       end-perform.

paint-font-dot.
       perform varying dot-y from 1 by 1 until dot-y > label-scale
           perform varying dot-x from 1 by 1 until dot-x > label-scale
               compute paint-x = tile-x0 + 2
                   + ((label-pos - 1) * 4 * label-scale)
                   + ((font-col - 1) * label-scale) + dot-x
               compute paint-y = tile-y0 + 1
                   + ((font-row - 1) * label-scale) + dot-y
               if paint-x <= label-x1 and paint-y <= label-y1
                   move 255 to bp-r of band-pixel(paint-y, paint-x)
                   move 255 to bp-g of band-pixel(paint-y, paint-x)
                   move 255 to bp-b of band-pixel(paint-y, paint-x)
               end-if
           end-perform
       end-perform.

write-report-footer.
       if tl-overflow-flag = "Y" or tiles-placed < tl-count
           move spaces to report-rec
           compute px-idx = tl-count - tiles-placed
           string "SHEET FULL - " px-idx delimited by size
               " TILES NOT PLACED" delimited by size
           into report-rec
           write report-rec
       end-if
       move spaces to report-rec
       string "SHEET WRITTEN " FUNCTION TRIM(ws-sheet-filename) delimited by size
           " TILES=" tiles-placed delimited by size
           " SHOWN=" shown-count delimited by size
           " FAILED=" failed-count delimited by size
           " UNREADABLE=" unreadable-count delimited by size
           " MISSING=" missing-count delimited by size
           " RECORDS=" out-rec-count delimited by size
       into report-rec
       write report-rec
       if failed-count > 0 or unreadable-count > 0 or missing-count > 0
           move 2 to return-code
       end-if.
