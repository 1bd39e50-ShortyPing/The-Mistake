identification division.
program-id. deckdcmp.

*> deck decompiler - deckcomp run backwards. reads one card of a
*> parm deck, the scene objects it renders (the scene file it
*> names, or every object catalogued under its scene-id in
*> scenemast.idx) and its lights file, and writes the keyword cards
*> deckcomp compiles back into the same render.parm, scene and
*> lights records: setting cards, CAMERA, STRIP, one SPHERE, PLANE,
*> BOX or TRIANGLE card per object and one LIGHT card per light,
*> with '+' cards where an object or light runs past one card.
*> numbers are written exactly - no leading zeros, no trailing
*> fraction zeros - and zero or blank fields are left off, as
*> deckcomp starts every record from zeros and blanks.
*>
*> the card to decompile and the deck to write come from the
*> optional deckdcmp.parm card. anything in the records the card
*> grammar cannot say - a field that is not numeric, a flag value
*> no keyword takes, a name with a space in it or too long for one
*> token, an object or light type deckcomp does not know, the other
*> cards of a multi-card deck - is listed on deckdcmp.rpt with what
*> recompiling will put there instead, and the run ends with return
*> code 2. a numeric field left wholly blank (a record keyed before
*> the field existed) reads as zero to the renderer and compiles
*> back as zeros; those are noted per record but are not
*> exceptions. a missing parm deck or a bad card is return code 1.

environment division.
input-output section.
file-control.
       select control-file assign to "deckdcmp.parm"
       organization is line sequential
       file status is ws-control-status.

       select parm-file assign dynamic ws-parm-filename
       organization is line sequential
       file status is ws-parm-status.

       select scene-file assign dynamic ws-scene-filename
       organization is line sequential
       file status is ws-scene-status.

       select scene-master-file assign to "scenemast.idx"
       organization is indexed
       access is dynamic
       record key is sm-key
       file status is ws-scene-master-status.

       select lights-file assign dynamic ws-lights-filename
       organization is line sequential
       file status is ws-lights-status.

       select deck-file assign dynamic ws-deck-filename
       organization is line sequential
       file status is ws-deck-status.

       select listing-file assign to "deckdcmp.rpt"
       organization is line sequential.

data division.

      file section.
      fd control-file.
      01 control-rec.
           copy "decomp-parm-fields.cpy".

      fd parm-file.
      01 parm-rec.
           copy "parm-fields.cpy".

      fd scene-file.
      01 scene-rec-in.
           copy "scene-fields.cpy".

      fd scene-master-file.
      01 scene-master-rec.
           copy "scene-master-fields.cpy".

      fd lights-file.
      01 lights-rec-in.
           copy "light-fields.cpy".

      fd deck-file.
      01 deck-rec pic x(80).

      fd listing-file.
      01 listing-rec pic x(132).

      working-storage section.
      01 ws-control-status pic xx value "00".
      01 ws-parm-status pic xx value "00".
      01 ws-scene-status pic xx value "00".
      01 ws-scene-master-status pic xx value "00".
      01 ws-lights-status pic xx value "00".
      01 ws-deck-status pic xx value "00".

      01 ws-parm-filename pic x(40) value "render.parm".
      01 ws-deck-filename pic x(40) value "deck.cards".
      01 ws-scene-filename pic x(40) value "scene.dat".
      01 ws-lights-filename pic x(40) value "lights.dat".
      01 ws-scene-id pic x(8) value spaces.

      01 parm-eof-flag pic x value "N".
         88 parm-eof value "Y".
      01 scene-eof-flag pic x value "N".
         88 scene-eof value "Y".
      01 lights-eof-flag pic x value "N".
         88 lights-eof value "Y".

      01 ws-card-ok-flag pic x value "Y".
         88 card-ok value "Y".

      *> the parm card being decompiled
      01 job-wanted pic 9(2) value 1.
      01 parm-card-count pic 9(4) value 0.
      01 sel-parm-card.
           copy "parm-fields.cpy".

      *> the object or light being decompiled, and its numbers once
      *> checked
      01 cur-object.
           copy "scene-fields.cpy".
      01 cur-light.
           copy "light-fields.cpy".
      01 ob-center-x pic s9(7)v9(9).
      01 ob-center-y pic s9(7)v9(9).
      01 ob-center-z pic s9(7)v9(9).
      01 ob-radius pic s9(7)v9(9).
      01 ob-size pic s9(7)v9(9).
      01 ob-ext-x pic s9(7)v9(9).
      01 ob-ext-y pic s9(7)v9(9).
      01 ob-ext-z pic s9(7)v9(9).
      01 ob-aux-x pic s9(7)v9(9).
      01 ob-aux-y pic s9(7)v9(9).
      01 ob-aux-z pic s9(7)v9(9).
      01 ob-color-r pic s9(7)v9(9).
      01 ob-color-g pic s9(7)v9(9).
      01 ob-color-b pic s9(7)v9(9).
      01 ob-color2-r pic s9(7)v9(9).
      01 ob-color2-g pic s9(7)v9(9).
      01 ob-color2-b pic s9(7)v9(9).

      01 object-count pic 9(5) value 0.
      01 object-card-count pic 9(5) value 0.
      01 light-count pic 9(3) value 0.
      01 light-card-count pic 9(3) value 0.
      01 exception-count pic 9(5) value 0.
      01 record-blank-count pic 9(4) value 0.
      01 blank-field-count pic 9(7) value 0.
      01 deck-card-count pic 9(5) value 0.

      *> the card being built. a statement that outgrows it goes on
      *> to a fresh card led by cont-lead - '+' for objects and
      *> lights, the statement keyword for CAMERA and STRIP, nothing
      *> for setting cards
      01 deck-card pic x(80) value spaces.
      01 deck-len pic 9(3) value 0.
      01 deck-tokens pic 9(2) value 0.
      01 cont-lead pic x(12) value spaces.
      01 cont-lead-len pic 9(2).

      *> one token, or a keyword and its three operands, to go on
      *> the card whole
      01 unit-text pic x(80) value spaces.
      01 unit-len pic 9(3).
      01 unit-ptr pic 9(3).
      01 unit-tokens pic 9(2).
      01 unit-key pic x(12) value spaces.
      01 trip-1 pic s9(7)v9(9).
      01 trip-2 pic s9(7)v9(9).
      01 trip-3 pic s9(7)v9(9).
      01 trip-text-1 pic x(20).
      01 trip-text-2 pic x(20).
      01 trip-text-3 pic x(20).

      *> numbers as deckcomp reads them back
      01 num-work pic s9(7)v9(9).
      01 num-edit pic -(6)9.9(9).
      01 num-text pic x(20) value spaces.
      01 num-first pic 9(2).
      01 num-last pic 9(2).

      *> one field as read, for the numeric and sign checks
      01 fld-image pic x(15).
      01 fld-signed redefines fld-image
           pic s9(5)v9(9) sign is trailing separate.
      01 fld-delta-image pic x(9).
      01 fld-delta redefines fld-delta-image
           pic s9(3)v9(5) sign is trailing separate.
      01 fld-color-image pic x(3).
      01 fld-color redefines fld-color-image pic 9(3).

      *> a name or code operand and the checks that it makes one
      *> token deckcomp reads back unchanged
      01 name-value pic x(40) value spaces.
      01 name-len pic 9(2).
      01 name-limit pic 9(2).
      01 name-bad-count pic 9(2).

      01 exc-where pic x(20) value spaces.
      01 exc-field pic x(20) value spaces.
      01 exc-value pic x(40) value spaces.
      01 exc-reason pic x(50) value spaces.

      01 dtl-count pic 9(4).

procedure division.
main-line.
       open output listing-file
       move "DECK DECOMPILER LISTING" to listing-rec
       write listing-rec
       perform read-control-card
       if card-ok
           perform read-parm-deck
       end-if
       if card-ok
           open output deck-file
           if ws-deck-status not = "00"
               move spaces to listing-rec
               string "CARD DECK " FUNCTION TRIM(ws-deck-filename) delimited by size
                   " CANNOT BE WRITTEN" delimited by size
               into listing-rec
               write listing-rec
               move 1 to return-code
           else
               move spaces to deck-card
               string "* DECOMPILED FROM " FUNCTION TRIM(ws-parm-filename) delimited by size
                   " JOB " job-wanted delimited by size
               into deck-card
               move 80 to deck-len
               perform flush-deck-card
               perform emit-settings
               perform emit-camera
               perform emit-strip
               perform report-blank-fields
               perform emit-scene
               perform emit-lights
               close deck-file
               perform write-listing-footer
           end-if
       end-if
       close listing-file
       stop run.

read-control-card.
       *> the card is optional - no card, all defaults
       open input control-file
       if ws-control-status = "00"
           read control-file
               at end
                   continue
               not at end
                   if dk-parm-file not = spaces
                       move dk-parm-file to ws-parm-filename
                   end-if
                   if dk-deck-file not = spaces
                       move dk-deck-file to ws-deck-filename
                   end-if
                   if dk-job-no not = spaces
                       if dk-job-no is numeric and dk-job-no > 0
                           move dk-job-no to job-wanted
                       else
                           move "N" to ws-card-ok-flag
                       end-if
                   end-if
           end-read
           close control-file
       end-if
       move spaces to listing-rec
       string "PARM DECK=" FUNCTION TRIM(ws-parm-filename) delimited by size
           " JOB " job-wanted delimited by size
           " CARD DECK=" FUNCTION TRIM(ws-deck-filename) delimited by size
       into listing-rec
       write listing-rec
       if not card-ok
           move "BAD DECOMPILER CARD - JOB NUMBER MUST BE 01 TO 99 OR BLANK"
               to listing-rec
           write listing-rec
           move 1 to return-code
       end-if.

read-parm-deck.
       *> keep the wanted card; the rest of a queue deck is listed,
       *> since a compiled deck holds one parm card
       open input parm-file
       if ws-parm-status not = "00"
           move spaces to listing-rec
           string "PARM DECK " FUNCTION TRIM(ws-parm-filename) delimited by size
               " NOT FOUND" delimited by size
           into listing-rec
           write listing-rec
           move "N" to ws-card-ok-flag
           move 1 to return-code
       else
           perform until parm-eof
               read parm-file
                   at end
                       move "Y" to parm-eof-flag
                   not at end
                       add 1 to parm-card-count
                       if parm-card-count = job-wanted
                           move parm-rec to sel-parm-card
                       else
                           move spaces to exc-where
                           string "PARM CARD " parm-card-count delimited by size
                           into exc-where
                           move "WHOLE CARD" to exc-field
                           move "NOT DECOMPILED - ONE PARM CARD PER DECK"
                               to exc-reason
                           perform report-exception
                       end-if
               end-read
           end-perform
           close parm-file
           if parm-card-count < job-wanted
               move spaces to listing-rec
               move parm-card-count to dtl-count
               string "PARM DECK " FUNCTION TRIM(ws-parm-filename) delimited by size
                   " HAS " dtl-count delimited by size
                   " CARDS - NO JOB " job-wanted delimited by size
               into listing-rec
               write listing-rec
               move "N" to ws-card-ok-flag
               move 1 to return-code
           end-if
       end-if.

emit-settings.
       move job-wanted to dtl-count
       move spaces to exc-where
       string "PARM CARD " dtl-count delimited by size
       into exc-where
       move spaces to cont-lead
       perform flush-deck-card

       move "PARM-WIDTH" to exc-field
       if parm-width of sel-parm-card is numeric
           move parm-width of sel-parm-card to num-work
           move "WIDTH" to unit-key
           perform add-nonzero-number
       else
           move parm-width of sel-parm-card to exc-value
           perform report-not-numeric
       end-if
       move "PARM-HEIGHT" to exc-field
       if parm-height of sel-parm-card is numeric
           move parm-height of sel-parm-card to num-work
           move "HEIGHT" to unit-key
           perform add-nonzero-number
       else
           move parm-height of sel-parm-card to exc-value
           perform report-not-numeric
       end-if

       move "PARM-OUTPUT-MODE" to exc-field
       move parm-output-mode of sel-parm-card to name-value
       move "MODE" to unit-key
       if name-value = "A" or name-value = "B" or name-value = "P"
           or name-value = spaces
           perform add-name-value
       else
           perform report-bad-flag
       end-if
       move "PARM-SS-MODE" to exc-field
       move parm-ss-mode of sel-parm-card to name-value
       move "SS" to unit-key
       if name-value = "1" or name-value = "2" or name-value = "4"
           or name-value = spaces
           perform add-name-value
       else
           perform report-bad-flag
       end-if
       move "PARM-RESTART-FLAG" to exc-field
       move parm-restart-flag of sel-parm-card to name-value
       move "RESTART" to unit-key
       if name-value = "Y" or name-value = "N" or name-value = spaces
           perform add-name-value
       else
           perform report-bad-flag
       end-if
       move "PARM-DEPTH-MODE" to exc-field
       move parm-depth-mode of sel-parm-card to name-value
       move "DEPTH" to unit-key
       if name-value = "Y" or name-value = "N" or name-value = spaces
           perform add-name-value
       else
           perform report-bad-flag
       end-if

       move "PARM-FRAME-COUNT" to exc-field
       if parm-frame-count of sel-parm-card is numeric
           move parm-frame-count of sel-parm-card to num-work
           move "FRAMES" to unit-key
           perform add-nonzero-number
       else
           move parm-frame-count of sel-parm-card to exc-value
           perform report-not-numeric
       end-if
       move "PARM-FRAME-DELTA-X" to exc-field
       move parm-frame-delta-x of sel-parm-card(1:9) to fld-delta-image
       if fld-delta is numeric
           move fld-delta to num-work
           if num-work = 0 and fld-delta-image(9:1) = "-"
               move fld-delta-image to exc-value
               move "NEGATIVE ZERO - RECOMPILES AS +0" to exc-reason
               perform report-exception
           end-if
           move "DELTA" to unit-key
           perform add-nonzero-number
       else
           move fld-delta-image to exc-value
           perform report-not-numeric
       end-if

       move "PARM-OUTPUT-FILE" to exc-field
       move parm-output-file of sel-parm-card to name-value
       move "OUTPUT" to unit-key
       perform add-name-value
       move "PARM-SCENE-FILE" to exc-field
       move parm-scene-file of sel-parm-card to name-value
       move "SCENE" to unit-key
       perform add-name-value
       move "PARM-LIGHTS-FILE" to exc-field
       move parm-lights-file of sel-parm-card to name-value
       move "LIGHTS" to unit-key
       perform add-name-value
       move "PARM-MATERIALS-FILE" to exc-field
       move parm-materials-file of sel-parm-card to name-value
       move "MATERIALS" to unit-key
       perform add-name-value
       move "PARM-ANIM-FILE" to exc-field
       move parm-anim-file of sel-parm-card to name-value
       move "ANIM" to unit-key
       perform add-name-value
       move "PARM-SCENE-ID" to exc-field
       move parm-scene-id of sel-parm-card to name-value
       move "SCENEID" to unit-key
       perform add-name-value

       move "PARM-MAX-MINUTES" to exc-field
       if parm-max-minutes of sel-parm-card is numeric
           move parm-max-minutes of sel-parm-card to num-work
           move "MINUTES" to unit-key
           perform add-nonzero-number
       else
           move parm-max-minutes of sel-parm-card to exc-value
           perform report-not-numeric
       end-if

       move "PARM-LEDGER-FILE" to exc-field
       move parm-ledger-file of sel-parm-card to name-value
       move "LEDGER" to unit-key
       perform add-name-value
       move "PARM-CKPT-FILE" to exc-field
       move parm-ckpt-file of sel-parm-card to name-value
       move "CHECKPOINT" to unit-key
       perform add-name-value
       move "PARM-ACCT-FILE" to exc-field
       move parm-acct-file of sel-parm-card to name-value
       move "ACCT" to unit-key
       perform add-name-value
       move "PARM-STREAM-NO" to exc-field
       if parm-stream-no of sel-parm-card is numeric
           move parm-stream-no of sel-parm-card to num-work
           move "STREAM" to unit-key
           perform add-nonzero-number
       else
           move parm-stream-no of sel-parm-card to exc-value
           perform report-not-numeric
       end-if
       perform flush-deck-card

       if parm-materials-file of sel-parm-card not = spaces
           or parm-anim-file of sel-parm-card not = spaces
           move "   NOTE: MATERIALS AND ANIM FILES ARE CARRIED BY NAME - THEIR RECORDS HAVE NO CARDS"
               to listing-rec
           write listing-rec
       end-if.

emit-camera.
       *> position, look-at point and field of view - the card is
       *> left off when all of them are zero
       move "PARM-CAM-X" to exc-field
       move parm-cam-x of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-x
       move "PARM-CAM-Y" to exc-field
       move parm-cam-y of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-y
       move "PARM-CAM-Z" to exc-field
       move parm-cam-z of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-z
       move "PARM-LOOK-X" to exc-field
       move parm-look-x of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-x
       move "PARM-LOOK-Y" to exc-field
       move parm-look-y of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-y
       move "PARM-LOOK-Z" to exc-field
       move parm-look-z of sel-parm-card(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-z
       move "PARM-FOV" to exc-field
       if parm-fov of sel-parm-card is numeric
           move parm-fov of sel-parm-card to ob-radius
       else
           move parm-fov of sel-parm-card to exc-value
           perform report-not-numeric
           move 0 to ob-radius
       end-if
       if ob-center-x not = 0 or ob-center-y not = 0 or ob-center-z not = 0
           or ob-ext-x not = 0 or ob-ext-y not = 0 or ob-ext-z not = 0
           or ob-radius not = 0
           move "CAMERA" to cont-lead
           move "CAMERA" to unit-text
           perform start-statement
           move ob-center-x to num-work
           move "X" to unit-key
           perform add-nonzero-number
           move ob-center-y to num-work
           move "Y" to unit-key
           perform add-nonzero-number
           move ob-center-z to num-work
           move "Z" to unit-key
           perform add-nonzero-number
           if ob-ext-x not = 0 or ob-ext-y not = 0 or ob-ext-z not = 0
               move "LOOK" to unit-key
               move ob-ext-x to trip-1
               move ob-ext-y to trip-2
               move ob-ext-z to trip-3
               perform add-triple
           end-if
           move ob-radius to num-work
           move "FOV" to unit-key
           perform add-nonzero-number
           perform flush-deck-card
       end-if.

emit-strip.
       move "PARM-STRIP-START" to exc-field
       if parm-strip-start of sel-parm-card is numeric
           move parm-strip-start of sel-parm-card to ob-center-x
       else
           move parm-strip-start of sel-parm-card to exc-value
           perform report-not-numeric
           move 0 to ob-center-x
       end-if
       move "PARM-STRIP-END" to exc-field
       if parm-strip-end of sel-parm-card is numeric
           move parm-strip-end of sel-parm-card to ob-center-y
       else
           move parm-strip-end of sel-parm-card to exc-value
           perform report-not-numeric
           move 0 to ob-center-y
       end-if
       move "PARM-STRIP-NO" to exc-field
       if parm-strip-no of sel-parm-card is numeric
           move parm-strip-no of sel-parm-card to ob-center-z
       else
           move parm-strip-no of sel-parm-card to exc-value
           perform report-not-numeric
           move 0 to ob-center-z
       end-if
       move "PARM-STRIP-COUNT" to exc-field
       if parm-strip-count of sel-parm-card is numeric
           move parm-strip-count of sel-parm-card to ob-radius
       else
           move parm-strip-count of sel-parm-card to exc-value
           perform report-not-numeric
           move 0 to ob-radius
       end-if
       if ob-center-x not = 0 or ob-center-y not = 0 or ob-center-z not = 0
           or ob-radius not = 0
           move "STRIP" to cont-lead
           move "STRIP" to unit-text
           perform start-statement
           move ob-center-x to num-work
           move "START" to unit-key
           perform add-nonzero-number
           move ob-center-y to num-work
           move "END" to unit-key
           perform add-nonzero-number
           move ob-center-z to num-work
           move "NO" to unit-key
           perform add-nonzero-number
           move ob-radius to num-work
           move "OF" to unit-key
           perform add-nonzero-number
           perform flush-deck-card
       end-if.

emit-scene.
       *> the objects the job renders - the catalogued scene when the
       *> card names one, else its scene file. deckcomp writes them
       *> all to scene.dat whatever the source
       if parm-scene-id of sel-parm-card not = spaces
           move parm-scene-id of sel-parm-card to ws-scene-id
           perform read-scene-master
           if parm-scene-file of sel-parm-card not = spaces
               move spaces to listing-rec
               string "   NOTE: SCENE FILE " FUNCTION TRIM(parm-scene-file of sel-parm-card)
                   delimited by size
                   " NOT READ - THE SCENE ID WINS OVER IT" delimited by size
               into listing-rec
               write listing-rec
           end-if
       else
           if parm-scene-file of sel-parm-card not = spaces
               move parm-scene-file of sel-parm-card to ws-scene-filename
           end-if
           perform read-scene-file
       end-if.

read-scene-file.
       open input scene-file
       if ws-scene-status not = "00"
           move spaces to listing-rec
           string "   NOTE: SCENE FILE " FUNCTION TRIM(ws-scene-filename) delimited by size
               " NOT FOUND - NO OBJECT CARDS" delimited by size
           into listing-rec
           write listing-rec
       else
           perform until scene-eof
               read scene-file
                   at end
                       move "Y" to scene-eof-flag
                   not at end
                       move scene-rec-in to cur-object
                       perform emit-object
               end-read
           end-perform
           close scene-file
           if ws-scene-filename not = "scene.dat" and object-card-count > 0
               move spaces to listing-rec
               string "   NOTE: OBJECTS READ FROM " FUNCTION TRIM(ws-scene-filename)
                   delimited by size
                   " - DECKCOMP WRITES THEM TO scene.dat" delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

read-scene-master.
       *> catalogued scene - every object filed under the scene-id,
       *> in object sequence
       open input scene-master-file
       if ws-scene-master-status not = "00"
           move spaces to listing-rec
           string "   NOTE: SCENE MASTER NOT AVAILABLE FOR SCENE ID " delimited by size
               FUNCTION TRIM(ws-scene-id) delimited by size
               " - NO OBJECT CARDS" delimited by size
           into listing-rec
           write listing-rec
       else
           move ws-scene-id to sm-scene-id
           move 0 to sm-obj-seq
           start scene-master-file key >= sm-key
               invalid key
                   move "Y" to scene-eof-flag
           end-start
           perform until scene-eof
               read scene-master-file next
                   at end
                       move "Y" to scene-eof-flag
                   not at end
                       if sm-scene-id not = ws-scene-id
                           move "Y" to scene-eof-flag
                       else
                           move sm-object to cur-object
                           perform emit-object
                       end-if
               end-read
           end-perform
           close scene-master-file
           move spaces to listing-rec
           string "   NOTE: OBJECTS READ FROM SCENE MASTER ID " delimited by size
               FUNCTION TRIM(ws-scene-id) delimited by size
               " - DECKCOMP WRITES THEM TO scene.dat; SCENEID= STILL RENDERS THE MASTER"
               delimited by size
           into listing-rec
           write listing-rec
       end-if.

emit-object.
       add 1 to object-count
       move spaces to exc-where
       string "OBJECT " object-count delimited by size
       into exc-where
       if object-card-count >= 5000
           move "SC-OBJ-TYPE" to exc-field
           move sc-obj-type of cur-object to exc-value
           move "PAST DECKCOMP'S 5000 OBJECTS - NOT DECOMPILED" to exc-reason
           perform report-exception
       else
       if sc-obj-type of cur-object not = "S" and not = "P"
           and not = "B" and not = "T"
           move "SC-OBJ-TYPE" to exc-field
           move sc-obj-type of cur-object to exc-value
           move "NO CARD FOR THIS OBJECT TYPE - NOT DECOMPILED" to exc-reason
           perform report-exception
       else
           add 1 to object-card-count
           perform check-object-fields
           move "+" to cont-lead
           evaluate sc-obj-type of cur-object
               when "S"
                   move "SPHERE" to unit-text
               when "P"
                   move "PLANE" to unit-text
               when "B"
                   move "BOX" to unit-text
               when "T"
                   move "TRIANGLE" to unit-text
           end-evaluate
           perform start-statement
           perform emit-object-geometry
           perform emit-object-surface
           perform flush-deck-card
           perform report-blank-fields
       end-if
       end-if.

check-object-fields.
       move "SC-CENTER-X" to exc-field
       move sc-center-x of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-x
       move "SC-CENTER-Y" to exc-field
       move sc-center-y of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-y
       move "SC-CENTER-Z" to exc-field
       move sc-center-z of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-center-z
       move "SC-RADIUS" to exc-field
       move sc-radius of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-radius
       move "SC-PATTERN-SIZE" to exc-field
       move sc-pattern-size of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-size
       move "SC-EXT-X" to exc-field
       move sc-ext-x of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-x
       move "SC-EXT-Y" to exc-field
       move sc-ext-y of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-y
       move "SC-EXT-Z" to exc-field
       move sc-ext-z of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-ext-z
       move "SC-AUX-X" to exc-field
       move sc-aux-x of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-aux-x
       move "SC-AUX-Y" to exc-field
       move sc-aux-y of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-aux-y
       move "SC-AUX-Z" to exc-field
       move sc-aux-z of cur-object(1:15) to fld-image
       perform check-signed-field
       move num-work to ob-aux-z
       move "SC-COLOR-R" to exc-field
       move sc-color-r of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color-r
       move "SC-COLOR-G" to exc-field
       move sc-color-g of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color-g
       move "SC-COLOR-B" to exc-field
       move sc-color-b of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color-b
       move "SC-COLOR2-R" to exc-field
       move sc-color2-r of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color2-r
       move "SC-COLOR2-G" to exc-field
       move sc-color2-g of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color2-g
       move "SC-COLOR2-B" to exc-field
       move sc-color2-b of cur-object(1:3) to fld-color-image
       perform check-color-field
       move num-work to ob-color2-b.

emit-object-geometry.
       *> the operands the type is drawn from always go on the card;
       *> any other field is carried too when it is not zero, so the
       *> record comes back whole
       if sc-obj-type of cur-object = "T"
           move "V1" to unit-key
           move ob-center-x to trip-1
           move ob-center-y to trip-2
           move ob-center-z to trip-3
           perform add-triple
           move "V2" to unit-key
           move ob-ext-x to trip-1
           move ob-ext-y to trip-2
           move ob-ext-z to trip-3
           perform add-triple
           move "V3" to unit-key
           move ob-aux-x to trip-1
           move ob-aux-y to trip-2
           move ob-aux-z to trip-3
           perform add-triple
           move ob-radius to num-work
           move "R" to unit-key
           perform add-nonzero-number
       else
           move ob-center-x to num-work
           move "X" to unit-key
           if sc-obj-type of cur-object = "P"
               perform add-nonzero-number
           else
               perform add-number
           end-if
           move ob-center-y to num-work
           move "Y" to unit-key
           perform add-number
           move ob-center-z to num-work
           move "Z" to unit-key
           if sc-obj-type of cur-object = "P"
               perform add-nonzero-number
           else
               perform add-number
           end-if
           move ob-radius to num-work
           move "R" to unit-key
           if sc-obj-type of cur-object = "S"
               perform add-number
           else
               perform add-nonzero-number
           end-if
           move ob-ext-x to num-work
           move "EX" to unit-key
           if sc-obj-type of cur-object = "B"
               perform add-number
           else
               perform add-nonzero-number
           end-if
           move ob-ext-y to num-work
           move "EY" to unit-key
           if sc-obj-type of cur-object = "B"
               perform add-number
           else
               perform add-nonzero-number
           end-if
           move ob-ext-z to num-work
           move "EZ" to unit-key
           if sc-obj-type of cur-object = "B"
               perform add-number
           else
               perform add-nonzero-number
           end-if
           if ob-aux-x not = 0 or ob-aux-y not = 0 or ob-aux-z not = 0
               move "V3" to unit-key
               move ob-aux-x to trip-1
               move ob-aux-y to trip-2
               move ob-aux-z to trip-3
               perform add-triple
           end-if
       end-if.

emit-object-surface.
       move "COLOR" to unit-key
       move ob-color-r to trip-1
       move ob-color-g to trip-2
       move ob-color-b to trip-3
       perform add-triple
       move "SC-MATERIAL" to exc-field
       move sc-material of cur-object to name-value
       move "MAT" to unit-key
       perform add-name-value
       move "SC-PATTERN" to exc-field
       move sc-pattern of cur-object to name-value
       move "PATTERN" to unit-key
       if name-value = "C" or name-value = "T" or name-value = spaces
           perform add-name-value
       else
           perform report-bad-flag
       end-if
       move ob-size to num-work
       move "SIZE" to unit-key
       perform add-nonzero-number
       if ob-color2-r not = 0 or ob-color2-g not = 0 or ob-color2-b not = 0
           move "COLOR2" to unit-key
           move ob-color2-r to trip-1
           move ob-color2-g to trip-2
           move ob-color2-b to trip-3
           perform add-triple
       end-if.

emit-lights.
       if parm-lights-file of sel-parm-card not = spaces
           move parm-lights-file of sel-parm-card to ws-lights-filename
       end-if
       open input lights-file
       if ws-lights-status not = "00"
           move spaces to listing-rec
           string "   NOTE: LIGHTS FILE " FUNCTION TRIM(ws-lights-filename) delimited by size
               " NOT FOUND - NO LIGHT CARDS" delimited by size
           into listing-rec
           write listing-rec
       else
           perform until lights-eof
               read lights-file
                   at end
                       move "Y" to lights-eof-flag
                   not at end
                       move lights-rec-in to cur-light
                       perform emit-light
               end-read
           end-perform
           close lights-file
           if ws-lights-filename not = "lights.dat" and light-card-count > 0
               move spaces to listing-rec
               string "   NOTE: LIGHTS READ FROM " FUNCTION TRIM(ws-lights-filename)
                   delimited by size
                   " - DECKCOMP WRITES THEM TO lights.dat" delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

emit-light.
       add 1 to light-count
       move spaces to exc-where
       string "LIGHT " light-count delimited by size
       into exc-where
       if light-card-count >= 20
           move "LT-TYPE" to exc-field
           move lt-type of cur-light to exc-value
           move "PAST DECKCOMP'S 20 LIGHTS - NOT DECOMPILED" to exc-reason
           perform report-exception
       else
       if lt-type of cur-light not = "A" and not = "D" and not = "P"
           move "LT-TYPE" to exc-field
           move lt-type of cur-light to exc-value
           move "NO CARD FOR THIS LIGHT TYPE - NOT DECOMPILED" to exc-reason
           perform report-exception
       else
           add 1 to light-card-count
           move "LT-DIR-X" to exc-field
           move lt-dir-x of cur-light(1:15) to fld-image
           perform check-signed-field
           move num-work to ob-center-x
           move "LT-DIR-Y" to exc-field
           move lt-dir-y of cur-light(1:15) to fld-image
           perform check-signed-field
           move num-work to ob-center-y
           move "LT-DIR-Z" to exc-field
           move lt-dir-z of cur-light(1:15) to fld-image
           perform check-signed-field
           move num-work to ob-center-z
           move "LT-INTENSITY" to exc-field
           move lt-intensity of cur-light(1:15) to fld-image
           perform check-signed-field
           move num-work to ob-radius
           move "+" to cont-lead
           evaluate lt-type of cur-light
               when "A"
                   move "LIGHT AMBIENT" to unit-text
               when "D"
                   move "LIGHT DIR" to unit-text
               when "P"
                   move "LIGHT POINT" to unit-text
           end-evaluate
           perform start-statement
           add 1 to deck-tokens
           move ob-center-x to num-work
           move "X" to unit-key
           if lt-type of cur-light = "A"
               perform add-nonzero-number
           else
               perform add-number
           end-if
           move ob-center-y to num-work
           move "Y" to unit-key
           if lt-type of cur-light = "A"
               perform add-nonzero-number
           else
               perform add-number
           end-if
           move ob-center-z to num-work
           move "Z" to unit-key
           if lt-type of cur-light = "A"
               perform add-nonzero-number
           else
               perform add-number
           end-if
           move ob-radius to num-work
           move "I" to unit-key
           perform add-number
           perform flush-deck-card
           perform report-blank-fields
       end-if
       end-if.

check-signed-field.
       *> fld-image is one s9(5)v9(9) field as read; its value comes
       *> back in num-work, zero when it is not a number
       if fld-signed is numeric
           move fld-signed to num-work
           if num-work = 0 and fld-image(15:1) = "-"
               move fld-image to exc-value
               move "NEGATIVE ZERO - RECOMPILES AS +0" to exc-reason
               perform report-exception
           end-if
       else
           move fld-image to exc-value
           perform report-not-numeric
           move 0 to num-work
       end-if.

check-color-field.
       *> deckcomp takes color operands 0 to 255
       if fld-color is numeric
           move fld-color to num-work
           if num-work > 255
               move fld-color-image to exc-value
               move "OVER 255 - RECOMPILES AS 255" to exc-reason
               perform report-exception
               move 255 to num-work
           end-if
       else
           move fld-color-image to exc-value
           perform report-not-numeric
           move 0 to num-work
       end-if.

report-not-numeric.
       *> a wholly blank field is a record keyed before the field
       *> existed; the renderer reads it as zero, so it is counted
       *> for the record's note rather than listed as an exception
       if exc-value = spaces
           add 1 to record-blank-count
       else
           move "NOT NUMERIC - RECOMPILES AS ZERO" to exc-reason
           perform report-exception
       end-if.

report-blank-fields.
       if record-blank-count > 0
           add record-blank-count to blank-field-count
           move record-blank-count to dtl-count
           move spaces to listing-rec
           string "   NOTE: " FUNCTION TRIM(exc-where) delimited by size
               " HAS " dtl-count delimited by size
               " BLANK NUMERIC FIELDS - SHORT RECORD, RECOMPILED AS ZEROS"
               delimited by size
           into listing-rec
           write listing-rec
       end-if
       move 0 to record-blank-count.

report-bad-flag.
       move name-value to exc-value
       move "NO KEYWORD VALUE FOR IT - RECOMPILES BLANK" to exc-reason
       perform report-exception.

report-exception.
       add 1 to exception-count
       move spaces to listing-rec
       if exc-value = spaces
           string "   EXCEPTION: " FUNCTION TRIM(exc-where) delimited by size
               " " FUNCTION TRIM(exc-field) delimited by size
               " " FUNCTION TRIM(exc-reason) delimited by size
           into listing-rec
       else
           string "   EXCEPTION: " FUNCTION TRIM(exc-where) delimited by size
               " " FUNCTION TRIM(exc-field) delimited by size
               " [" FUNCTION TRIM(exc-value) delimited by size
               "] " FUNCTION TRIM(exc-reason) delimited by size
           into listing-rec
       end-if
       write listing-rec
       move spaces to exc-value.

format-number.
       *> num-work as the shortest token deckcomp reads back to the
       *> same value - no leading zeros, no trailing fraction zeros
       move num-work to num-edit
       move 1 to num-first
       perform until num-edit(num-first:1) not = space
           add 1 to num-first
       end-perform
       move 17 to num-last
       perform until num-edit(num-last:1) not = "0"
           subtract 1 from num-last
       end-perform
       if num-edit(num-last:1) = "."
           subtract 1 from num-last
       end-if
       move spaces to num-text
       move num-edit(num-first:num-last - num-first + 1) to num-text.

add-number.
       perform format-number
       move spaces to unit-text
       move 1 to unit-ptr
       string FUNCTION TRIM(unit-key) delimited by size
           "=" FUNCTION TRIM(num-text) delimited by size
       into unit-text with pointer unit-ptr
       compute unit-len = unit-ptr - 1
       move 1 to unit-tokens
       perform add-unit.

add-nonzero-number.
       if num-work not = 0
           perform add-number
       end-if.

add-triple.
       *> a keyword and its three bare operands stay on one card
       move trip-1 to num-work
       perform format-number
       move num-text to trip-text-1
       move trip-2 to num-work
       perform format-number
       move num-text to trip-text-2
       move trip-3 to num-work
       perform format-number
       move num-text to trip-text-3
       move spaces to unit-text
       move 1 to unit-ptr
       string FUNCTION TRIM(unit-key) delimited by size
           " " FUNCTION TRIM(trip-text-1) delimited by size
           " " FUNCTION TRIM(trip-text-2) delimited by size
           " " FUNCTION TRIM(trip-text-3) delimited by size
       into unit-text with pointer unit-ptr
       compute unit-len = unit-ptr - 1
       move 4 to unit-tokens
       perform add-unit.

add-name-value.
       *> KEY=value for a name or code; blank is left off. deckcomp
       *> splits tokens on spaces and keys on '=', and keeps 40
       *> characters of a token, so a value with a leading or inner
       *> space or an '=' in it, or too long to share a token with
       *> its keyword, cannot be keyed
       if name-value not = spaces
           move 40 to name-len
           perform until name-value(name-len:1) not = space
               subtract 1 from name-len
           end-perform
           move 0 to name-bad-count
           inspect name-value(1:name-len) tallying name-bad-count
               for all " " all "="
           compute name-limit = 39 - FUNCTION LENGTH(FUNCTION TRIM(unit-key))
           move name-value to exc-value
           if name-bad-count > 0
               move "SPACE OR = IN VALUE - RECOMPILES BLANK" to exc-reason
               perform report-exception
           else
           if name-len > name-limit
               move "TOO LONG FOR ONE TOKEN - RECOMPILES BLANK" to exc-reason
               perform report-exception
           else
               move spaces to exc-value
               move spaces to unit-text
               move 1 to unit-ptr
               string FUNCTION TRIM(unit-key) delimited by size
                   "=" name-value(1:name-len) delimited by size
               into unit-text with pointer unit-ptr
               compute unit-len = unit-ptr - 1
               move 1 to unit-tokens
               perform add-unit
           end-if
           end-if
       end-if.

start-statement.
       *> unit-text holds the statement keyword(s) for a new card
       perform flush-deck-card
       move unit-text to deck-card
       move 80 to deck-len
       perform until deck-card(deck-len:1) not = space
           subtract 1 from deck-len
       end-perform
       move 1 to deck-tokens.

add-unit.
       *> one unit onto the card being built; a unit that will not
       *> fit goes on a fresh card behind the continuation token
       if deck-len > 0
           and (deck-len + 1 + unit-len > 80
                or deck-tokens + unit-tokens > 20)
           perform flush-deck-card
           if cont-lead not = spaces
               move cont-lead to deck-card
               compute cont-lead-len = FUNCTION LENGTH(FUNCTION TRIM(cont-lead))
               move cont-lead-len to deck-len
               move 1 to deck-tokens
           end-if
       end-if
       if deck-len = 0
           move unit-text(1:unit-len) to deck-card
           move unit-len to deck-len
       else
           move unit-text(1:unit-len) to deck-card(deck-len + 2:unit-len)
           compute deck-len = deck-len + 1 + unit-len
       end-if
       add unit-tokens to deck-tokens.

flush-deck-card.
       if deck-len > 0
           move deck-card to deck-rec
           write deck-rec
           add 1 to deck-card-count
           move spaces to listing-rec
           string deck-card-count delimited by size
               " " deck-card delimited by size
           into listing-rec
           write listing-rec
       end-if
       move spaces to deck-card
       move 0 to deck-len
       move 0 to deck-tokens.

write-listing-footer.
       move spaces to listing-rec
       string "DECK WRITTEN - CARDS=" deck-card-count delimited by size
           " OBJECTS=" object-card-count delimited by size
           " OF " object-count delimited by size
           " LIGHTS=" light-card-count delimited by size
           " OF " light-count delimited by size
           " EXCEPTIONS=" exception-count delimited by size
           " BLANK FIELDS=" blank-field-count delimited by size
       into listing-rec
       write listing-rec
       if exception-count > 0
           move "EXCEPTIONS LISTED WILL NOT COMPILE BACK AS READ" to listing-rec
           write listing-rec
           move 2 to return-code
       end-if.
