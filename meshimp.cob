identification division.
program-id. meshimp.

*> triangle mesh import for the indexed scene master. reads a mesh
*> deck from meshimp.cards - numbered vertex cards and face cards
*> that name their corners by vertex number, with optional scale,
*> offset and material cards for the whole mesh - and writes the
*> mesh into scenemast.idx as consecutive 'T' triangle objects
*> under the header card's scene-id, starting at its sequence.
*> faces with more than three corners are split into a fan of
*> triangles off the first corner, keeping the deck's winding.
*>
*> the header's action follows scenemnt's rules: 'A' adds, and a
*> sequence already on the master is an error; 'C' replaces, and a
*> sequence not on the master is an error. the whole deck and every
*> target key are proven before anything is written, so a bad deck
*> leaves the master untouched. zero-area triangles are dropped and
*> listed rather than failed. every object written is journaled to
*> scenemast.jnl with source 'I', so an import can be backed out by
*> the point-in-time restore run (scenerst) like any other change.

environment division.
input-output section.
file-control.
       select mesh-file assign to "meshimp.cards"
       organization is line sequential
       file status is ws-mesh-status.

       select scene-master-file assign to "scenemast.idx"
       organization is indexed
       access is dynamic
       record key is sm-key
       file status is ws-master-status.

       select journal-file assign to "scenemast.jnl"
       organization is line sequential
       file status is ws-journal-status.

       select listing-file assign to "meshimp.rpt"
       organization is line sequential.

data division.

      file section.
      fd mesh-file.
      01 mesh-rec.
           copy "mesh-fields.cpy".

      fd scene-master-file.
      01 scene-master-rec.
           copy "scene-master-fields.cpy".

      fd journal-file.
      01 journal-rec.
           copy "journal-fields.cpy".

      fd listing-file.
      01 listing-rec pic x(200).

      working-storage section.
      01 ws-mesh-status pic xx value "00".
      01 ws-master-status pic xx value "00".
      01 ws-journal-status pic xx value "00".

      01 mesh-eof-flag pic x value "N".
         88 mesh-eof value "Y".

      01 ws-master-usable-flag pic x value "Y".
         88 master-usable value "Y".

      01 ws-record-found-flag pic x value "N".
         88 record-found value "Y".

      01 ws-header-seen-flag pic x value "N".
         88 header-seen value "Y".
      01 ws-scale-seen-flag pic x value "N".
      01 ws-offset-seen-flag pic x value "N".
      01 ws-material-seen-flag pic x value "N".

      *> what the header, scale, offset and material cards ask for
      01 import-scene-id pic x(8) value spaces.
      01 import-start-seq pic 9(3) value 0.
      01 import-action pic x(1) value space.
      01 import-color-r pic 9(3) value 0.
      01 import-color-g pic 9(3) value 0.
      01 import-color-b pic 9(3) value 0.
      01 import-material pic x(2) value spaces.
      01 scale-x pic s9(5)v9(9) value 1.
      01 scale-y pic s9(5)v9(9) value 1.
      01 scale-z pic s9(5)v9(9) value 1.
      01 offset-x pic s9(5)v9(9) value 0.
      01 offset-y pic s9(5)v9(9) value 0.
      01 offset-z pic s9(5)v9(9) value 0.

      *> vertices by vertex number; scaled and offset in place once
      *> the whole deck has been read
      01 vertex-table.
       05 vt-entry occurs 9999 times.
           10 vt-present pic x(1).
           10 vt-used pic x(1).
           10 vt-x pic s9(5)v9(9).
           10 vt-y pic s9(5)v9(9).
           10 vt-z pic s9(5)v9(9).
      01 vertex-count pic 9(5) value 0.
      01 vt-idx pic 9(5).

      *> faces in deck order, with the card each came from
      01 face-table.
       05 fc-count pic 9(4) value 0.
       05 fc-entry occurs 999 times.
           10 fc-card-no pic 9(5).
           10 fc-corners pic 9(2).
           10 fc-corner pic 9(5) occurs 10 times.
      01 fc-idx pic 9(4).
      01 corner-idx pic 9(2).
      01 fan-idx pic 9(2).

      *> triangles built from the faces; the i-th goes to object
      *> sequence import-start-seq + i - 1. tri-needed-count keeps
      *> counting past the table so an oversized mesh is reported in
      *> full
      01 triangle-table.
       05 tri-count pic 9(4) value 0.
       05 tri-entry occurs 1000 times.
           10 tri-card-no pic 9(5).
           10 tri-v pic 9(5) occurs 3 times.
      01 tri-needed-count pic 9(5) value 0.
      01 tri-idx pic 9(4).
      01 tri-v1 pic 9(5).
      01 tri-v2 pic 9(5).
      01 tri-v3 pic 9(5).
      01 face-tri-count pic 9(2).
      01 face-drop-count pic 9(2).
      01 ws-face-refs-ok-flag pic x value "Y".
         88 face-refs-ok value "Y".

      *> edge vectors and their cross product for the zero-area test
      01 edge1-x pic s9(6)v9(9).
      01 edge1-y pic s9(6)v9(9).
      01 edge1-z pic s9(6)v9(9).
      01 edge2-x pic s9(6)v9(9).
      01 edge2-y pic s9(6)v9(9).
      01 edge2-z pic s9(6)v9(9).
      01 cross-x pic s9(12)v9(9).
      01 cross-y pic s9(12)v9(9).
      01 cross-z pic s9(12)v9(9).

      *> bounding box of the vertices the imported triangles use
      01 ws-bounds-set-flag pic x value "N".
      01 bb-min-x pic s9(5)v9(9).
      01 bb-min-y pic s9(5)v9(9).
      01 bb-min-z pic s9(5)v9(9).
      01 bb-max-x pic s9(5)v9(9).
      01 bb-max-y pic s9(5)v9(9).
      01 bb-max-z pic s9(5)v9(9).

      01 card-no pic 9(5) value 0.
      01 comment-count pic 9(5) value 0.
      01 degenerate-face-count pic 9(4) value 0.
      01 degenerate-tri-count pic 9(5) value 0.
      01 bad-ref-count pic 9(5) value 0.
      01 unused-vertex-count pic 9(5) value 0.
      01 error-count pic 9(5) value 0.
      01 add-count pic 9(4) value 0.
      01 replace-count pic 9(4) value 0.
      01 end-seq pic 9(5).
      01 obj-seq-work pic 9(5).

      01 ws-error-text pic x(80).

      *> display-formatted figures for the listing
      01 dtl-seq pic 9(3).
      01 dtl-x pic +9(5).9(4).
      01 dtl-y pic +9(5).9(4).
      01 dtl-z pic +9(5).9(4).
      01 dtl-x2 pic +9(5).9(4).
      01 dtl-y2 pic +9(5).9(4).
      01 dtl-z2 pic +9(5).9(4).

procedure division.
main-line.
       open output listing-file
       move "SCENE MASTER MESH IMPORT" to listing-rec
       write listing-rec
       open input mesh-file
       if ws-mesh-status not = "00"
           move spaces to listing-rec
           move "MESH DECK meshimp.cards NOT FOUND" to listing-rec
           write listing-rec
           move 1 to return-code
       else
           perform until mesh-eof
               read mesh-file
                   at end
                       move "Y" to mesh-eof-flag
                   not at end
                       add 1 to card-no
                       perform load-mesh-card
               end-read
           end-perform
           close mesh-file
           *> a bad card does not stop the later checks, so one run
           *> lists everything wrong with the deck
           perform check-mesh-deck
           perform transform-vertices
           perform build-triangles
           perform count-unused-vertices
           perform check-sequence-range
           if error-count = 0
               perform open-master
               if master-usable
                   perform open-journal
               end-if
               if master-usable
                   perform check-master-keys
                   if error-count = 0
                       perform apply-triangles
                   end-if
                   close scene-master-file
                   close journal-file
               end-if
           end-if
           perform write-totals
       end-if
       close listing-file
       stop run.

load-mesh-card.
       evaluate mc-card-type
           when "H"
               perform load-header-card
           when "V"
               perform load-vertex-card
           when "F"
               perform load-face-card
           when "S"
               perform load-scale-card
           when "O"
               perform load-offset-card
           when "M"
               perform load-material-card
           when "*"
               add 1 to comment-count
           when space
               add 1 to comment-count
           when other
               move spaces to ws-error-text
               string "BAD CARD TYPE " mc-card-type delimited by size
               into ws-error-text
               perform write-card-error
       end-evaluate.

load-header-card.
       *> the key fields go straight into the master's record key, so
       *> they are proven here the way scenemnt proves its cards
       if header-seen
           move "SECOND HEADER CARD" to ws-error-text
           perform write-card-error
       else
           move "Y" to ws-header-seen-flag
           move mc-scene-id to import-scene-id
           move mc-action to import-action
           move spaces to listing-rec
           string "SCENE " mc-scene-id delimited by size
               " FIRST OBJ " mc-start-seq delimited by size
               " ACTION " mc-action delimited by size
               " COLOR " mc-color-r delimited by size
               " " mc-color-g delimited by size
               " " mc-color-b delimited by size
           into listing-rec
           write listing-rec
           if mc-scene-id = spaces
               move "BLANK SCENE ID" to ws-error-text
               perform write-card-error
           end-if
           if mc-start-seq is numeric
               move mc-start-seq to import-start-seq
           else
               move "BAD FIRST OBJECT SEQUENCE" to ws-error-text
               perform write-card-error
           end-if
           if mc-action not = "A" and mc-action not = "C"
               move "BAD ACTION CODE - A ADDS, C REPLACES" to ws-error-text
               perform write-card-error
           end-if
           if mc-color-r is numeric and mc-color-g is numeric
               and mc-color-b is numeric
               and mc-color-r <= 255 and mc-color-g <= 255
               and mc-color-b <= 255
               move mc-color-r to import-color-r
               move mc-color-g to import-color-g
               move mc-color-b to import-color-b
           else
               move "BAD COLOR - THREE VALUES 000-255" to ws-error-text
               perform write-card-error
           end-if
       end-if.

load-vertex-card.
       if mc-vertex-no is not numeric or mc-vertex-no = 0
           or mc-vertex-no > 9999
           move "BAD VERTEX NUMBER - 1 TO 9999" to ws-error-text
           perform write-card-error
       else
           if vt-present(mc-vertex-no) = "Y"
               move spaces to ws-error-text
               string "DUPLICATE VERTEX " mc-vertex-no delimited by size
               into ws-error-text
               perform write-card-error
           else
               if mc-vertex-x is not numeric or mc-vertex-y is not numeric
                   or mc-vertex-z is not numeric
                   move spaces to ws-error-text
                   string "BAD COORDINATES ON VERTEX " mc-vertex-no delimited by size
                   into ws-error-text
                   perform write-card-error
               else
                   move "Y" to vt-present(mc-vertex-no)
                   move "N" to vt-used(mc-vertex-no)
                   move mc-vertex-x to vt-x(mc-vertex-no)
                   move mc-vertex-y to vt-y(mc-vertex-no)
                   move mc-vertex-z to vt-z(mc-vertex-no)
                   add 1 to vertex-count
               end-if
           end-if
       end-if.

load-face-card.
       if mc-corner-count is not numeric or mc-corner-count > 10
           move "BAD CORNER COUNT - 00 TO 10" to ws-error-text
           perform write-card-error
       else
           if fc-count >= 999
               move "TOO MANY FACES - 999 MAXIMUM" to ws-error-text
               perform write-card-error
           else
               add 1 to fc-count
               move card-no to fc-card-no(fc-count)
               move mc-corner-count to fc-corners(fc-count)
               perform varying corner-idx from 1 by 1 until corner-idx > 10
                   if corner-idx <= mc-corner-count
                       and mc-corner(corner-idx) is numeric
                       move mc-corner(corner-idx) to fc-corner(fc-count, corner-idx)
                   else
                       move 0 to fc-corner(fc-count, corner-idx)
                   end-if
               end-perform
           end-if
       end-if.

load-scale-card.
       if ws-scale-seen-flag = "Y"
           move "SECOND SCALE CARD" to ws-error-text
           perform write-card-error
       else
           move "Y" to ws-scale-seen-flag
           if mc-xyz-x is not numeric or mc-xyz-y is not numeric
               or mc-xyz-z is not numeric
               or mc-xyz-x = 0 or mc-xyz-y = 0 or mc-xyz-z = 0
               move "BAD SCALE - THREE NONZERO FACTORS" to ws-error-text
               perform write-card-error
           else
               move mc-xyz-x to scale-x
               move mc-xyz-y to scale-y
               move mc-xyz-z to scale-z
               move mc-xyz-x to dtl-x
               move mc-xyz-y to dtl-y
               move mc-xyz-z to dtl-z
               move spaces to listing-rec
               string "SCALE X=" dtl-x delimited by size
                   " Y=" dtl-y delimited by size
                   " Z=" dtl-z delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

load-offset-card.
       if ws-offset-seen-flag = "Y"
           move "SECOND OFFSET CARD" to ws-error-text
           perform write-card-error
       else
           move "Y" to ws-offset-seen-flag
           if mc-xyz-x is not numeric or mc-xyz-y is not numeric
               or mc-xyz-z is not numeric
               move "BAD OFFSET" to ws-error-text
               perform write-card-error
           else
               move mc-xyz-x to offset-x
               move mc-xyz-y to offset-y
               move mc-xyz-z to offset-z
               move mc-xyz-x to dtl-x
               move mc-xyz-y to dtl-y
               move mc-xyz-z to dtl-z
               move spaces to listing-rec
               string "OFFSET X=" dtl-x delimited by size
                   " Y=" dtl-y delimited by size
                   " Z=" dtl-z delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

load-material-card.
       if ws-material-seen-flag = "Y"
           move "SECOND MATERIAL CARD" to ws-error-text
           perform write-card-error
       else
           move "Y" to ws-material-seen-flag
           move mc-material to import-material
           move spaces to listing-rec
           string "MATERIAL " mc-material delimited by size
           into listing-rec
           write listing-rec
       end-if.

write-card-error.
       add 1 to error-count
       move spaces to listing-rec
       string "   ERROR: CARD " card-no delimited by size
           " " ws-error-text delimited by size
       into listing-rec
       write listing-rec.

check-mesh-deck.
       if not header-seen
           move 0 to card-no
           move "NO HEADER CARD" to ws-error-text
           perform write-card-error
       end-if
       if vertex-count = 0 or fc-count = 0
           move 0 to card-no
           move "DECK HAS NO VERTICES OR NO FACES" to ws-error-text
           perform write-card-error
       end-if.

transform-vertices.
       *> scale first, then offset, so the offset is in scene units
       perform varying vt-idx from 1 by 1 until vt-idx > 9999
           if vt-present(vt-idx) = "Y"
               compute vt-x(vt-idx) rounded = vt-x(vt-idx) * scale-x + offset-x
                   on size error
                       perform write-vertex-range-error
               end-compute
               compute vt-y(vt-idx) rounded = vt-y(vt-idx) * scale-y + offset-y
                   on size error
                       perform write-vertex-range-error
               end-compute
               compute vt-z(vt-idx) rounded = vt-z(vt-idx) * scale-z + offset-z
                   on size error
                       perform write-vertex-range-error
               end-compute
           end-if
       end-perform.

write-vertex-range-error.
       add 1 to error-count
       move spaces to listing-rec
       string "   ERROR: VERTEX " vt-idx delimited by size
           " OUT OF RANGE AFTER SCALE AND OFFSET" delimited by size
       into listing-rec
       write listing-rec.

build-triangles.
       perform varying fc-idx from 1 by 1 until fc-idx > fc-count
           perform check-face-refs
           if face-refs-ok
               if fc-corners(fc-idx) < 3
                   add 1 to degenerate-face-count
                   move spaces to listing-rec
                   string "   FACE CARD " fc-card-no(fc-idx) delimited by size
                       " HAS " fc-corners(fc-idx) delimited by size
                       " CORNERS - SKIPPED" delimited by size
                   into listing-rec
                   write listing-rec
               else
                   perform fan-face
               end-if
           end-if
       end-perform.

check-face-refs.
       move "Y" to ws-face-refs-ok-flag
       perform varying corner-idx from 1 by 1
           until corner-idx > fc-corners(fc-idx)
           move fc-corner(fc-idx, corner-idx) to vt-idx
           if vt-idx = 0 or vt-idx > 9999
               perform write-bad-ref-line
           else
               if vt-present(vt-idx) not = "Y"
                   perform write-bad-ref-line
               end-if
           end-if
       end-perform.

write-bad-ref-line.
       move "N" to ws-face-refs-ok-flag
       add 1 to bad-ref-count
       add 1 to error-count
       move spaces to listing-rec
       string "   ERROR: FACE CARD " fc-card-no(fc-idx) delimited by size
           " CORNER " corner-idx delimited by size
           " VERTEX " vt-idx delimited by size
           " NOT DEFINED" delimited by size
       into listing-rec
       write listing-rec.

fan-face.
       *> corners 1,k,k+1 for k = 2 .. n-1 keeps the deck's winding
       move 0 to face-tri-count
       move 0 to face-drop-count
       move fc-corner(fc-idx, 1) to tri-v1
       perform varying fan-idx from 2 by 1
           until fan-idx > fc-corners(fc-idx) - 1
           move fc-corner(fc-idx, fan-idx) to tri-v2
           move fc-corner(fc-idx, fan-idx + 1) to tri-v3
           perform test-triangle-area
           if cross-x > -0.000001 and cross-x < 0.000001
               and cross-y > -0.000001 and cross-y < 0.000001
               and cross-z > -0.000001 and cross-z < 0.000001
               add 1 to face-drop-count
           else
               add 1 to face-tri-count
               perform add-triangle
           end-if
       end-perform
       if face-tri-count = 0
           add 1 to degenerate-face-count
           move spaces to listing-rec
           string "   FACE CARD " fc-card-no(fc-idx) delimited by size
               " DEGENERATE - SKIPPED" delimited by size
           into listing-rec
           write listing-rec
       else
           if face-drop-count > 0
               add face-drop-count to degenerate-tri-count
               move spaces to listing-rec
               string "   FACE CARD " fc-card-no(fc-idx) delimited by size
                   " " face-drop-count delimited by size
                   " ZERO-AREA TRIANGLES DROPPED" delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

test-triangle-area.
       *> a zero cross product of the two edges off the first corner
       *> means the corners coincide or sit on one line
       compute edge1-x = vt-x(tri-v2) - vt-x(tri-v1)
       compute edge1-y = vt-y(tri-v2) - vt-y(tri-v1)
       compute edge1-z = vt-z(tri-v2) - vt-z(tri-v1)
       compute edge2-x = vt-x(tri-v3) - vt-x(tri-v1)
       compute edge2-y = vt-y(tri-v3) - vt-y(tri-v1)
       compute edge2-z = vt-z(tri-v3) - vt-z(tri-v1)
       compute cross-x = (edge1-y * edge2-z) - (edge1-z * edge2-y)
       compute cross-y = (edge1-z * edge2-x) - (edge1-x * edge2-z)
       compute cross-z = (edge1-x * edge2-y) - (edge1-y * edge2-x).

add-triangle.
       add 1 to tri-needed-count
       if tri-count < 1000
           add 1 to tri-count
           move fc-card-no(fc-idx) to tri-card-no(tri-count)
           move tri-v1 to tri-v(tri-count, 1)
           move tri-v2 to tri-v(tri-count, 2)
           move tri-v3 to tri-v(tri-count, 3)
       end-if
       move tri-v1 to vt-idx
       perform note-vertex-bounds
       move tri-v2 to vt-idx
       perform note-vertex-bounds
       move tri-v3 to vt-idx
       perform note-vertex-bounds.

note-vertex-bounds.
       move "Y" to vt-used(vt-idx)
       if ws-bounds-set-flag = "N"
           move "Y" to ws-bounds-set-flag
           move vt-x(vt-idx) to bb-min-x bb-max-x
           move vt-y(vt-idx) to bb-min-y bb-max-y
           move vt-z(vt-idx) to bb-min-z bb-max-z
       else
           if vt-x(vt-idx) < bb-min-x
               move vt-x(vt-idx) to bb-min-x
           end-if
           if vt-x(vt-idx) > bb-max-x
               move vt-x(vt-idx) to bb-max-x
           end-if
           if vt-y(vt-idx) < bb-min-y
               move vt-y(vt-idx) to bb-min-y
           end-if
           if vt-y(vt-idx) > bb-max-y
               move vt-y(vt-idx) to bb-max-y
           end-if
           if vt-z(vt-idx) < bb-min-z
               move vt-z(vt-idx) to bb-min-z
           end-if
           if vt-z(vt-idx) > bb-max-z
               move vt-z(vt-idx) to bb-max-z
           end-if
       end-if.

count-unused-vertices.
       perform varying vt-idx from 1 by 1 until vt-idx > 9999
           if vt-present(vt-idx) = "Y" and vt-used(vt-idx) not = "Y"
               add 1 to unused-vertex-count
           end-if
       end-perform.

check-sequence-range.
       *> the object sequence in the master key is three digits, so
       *> the whole mesh has to land between the first sequence and
       *> 999
       if tri-needed-count = 0
           if fc-count > 0 and bad-ref-count = 0
               add 1 to error-count
               move spaces to listing-rec
               move "   ERROR: NO USABLE TRIANGLES IN THE MESH" to listing-rec
               write listing-rec
           end-if
       else
           compute end-seq = import-start-seq + tri-needed-count - 1
           if end-seq > 999
               add 1 to error-count
               move spaces to listing-rec
               string "   ERROR: MESH NEEDS OBJECTS " import-start-seq delimited by size
                   " THRU " end-seq delimited by size
                   " - SEQUENCE STOPS AT 999" delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-if.

open-master.
       open i-o scene-master-file
       if ws-master-status = "35"
           *> first run at this shop - build an empty master and
           *> reopen it for update
           open output scene-master-file
           close scene-master-file
           open i-o scene-master-file
       end-if
       if ws-master-status not = "00"
           move "N" to ws-master-usable-flag
           move spaces to listing-rec
           string "SCENE MASTER OPEN FAILED STATUS=" ws-master-status delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       end-if.

open-journal.
       *> the journal is the only way back from a bad import - no
       *> journal, no import
       set environment "COB_LS_VALIDATE" to "N"
       open extend journal-file
       if ws-journal-status not = "00"
           open output journal-file
       end-if
       if ws-journal-status not = "00"
           move "N" to ws-master-usable-flag
           close scene-master-file
           move spaces to listing-rec
           string "SCENE MASTER JOURNAL OPEN FAILED STATUS=" ws-journal-status delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       end-if.

check-master-keys.
       *> every target key must suit the action before the first
       *> object is written
       perform varying tri-idx from 1 by 1 until tri-idx > tri-count
           perform read-target-record
           if import-action = "A" and record-found
               add 1 to error-count
               move spaces to listing-rec
               string "   ERROR: OBJ " sm-obj-seq delimited by size
                   " ALREADY ON MASTER" delimited by size
               into listing-rec
               write listing-rec
           end-if
           if import-action = "C" and not record-found
               add 1 to error-count
               move spaces to listing-rec
               string "   ERROR: OBJ " sm-obj-seq delimited by size
                   " NOT ON MASTER" delimited by size
               into listing-rec
               write listing-rec
           end-if
       end-perform.

read-target-record.
       move import-scene-id to sm-scene-id
       compute obj-seq-work = import-start-seq + tri-idx - 1
       move obj-seq-work to sm-obj-seq
       move "N" to ws-record-found-flag
       read scene-master-file
           invalid key
               continue
           not invalid key
               move "Y" to ws-record-found-flag
       end-read.

apply-triangles.
       perform varying tri-idx from 1 by 1 until tri-idx > tri-count
           perform apply-one-triangle
       end-perform.

apply-one-triangle.
       if import-action = "C"
           perform read-target-record
           move "Y" to jn-before-flag
           move sm-object to jn-before
       else
           move import-scene-id to sm-scene-id
           compute obj-seq-work = import-start-seq + tri-idx - 1
           move obj-seq-work to sm-obj-seq
           move "N" to jn-before-flag
           move spaces to jn-before
       end-if
       perform build-triangle-object
       if import-action = "C"
           rewrite scene-master-rec
       else
           write scene-master-rec
       end-if
       move sm-obj-seq to dtl-seq
       move spaces to listing-rec
       if ws-master-status = "00"
           if import-action = "C"
               add 1 to replace-count
               move "REPLACED" to ws-error-text
           else
               add 1 to add-count
               move "ADDED" to ws-error-text
           end-if
           string "   OBJ " dtl-seq delimited by size
               " " delimited by size
               ws-error-text delimited by space
               " FACE CARD " tri-card-no(tri-idx) delimited by size
               " VERTICES " tri-v(tri-idx, 1) delimited by size
               " " tri-v(tri-idx, 2) delimited by size
               " " tri-v(tri-idx, 3) delimited by size
           into listing-rec
           write listing-rec
           move "Y" to jn-after-flag
           move sm-object to jn-after
           perform write-journal-record
       else
           add 1 to error-count
           string "   ERROR: OBJ " dtl-seq delimited by size
               " MASTER I-O FAILED STATUS=" ws-master-status delimited by size
           into listing-rec
           write listing-rec
       end-if.

build-triangle-object.
       initialize sm-object
       move "T" to sc-obj-type of sm-object
       move tri-v(tri-idx, 1) to vt-idx
       move vt-x(vt-idx) to sc-center-x of sm-object
       move vt-y(vt-idx) to sc-center-y of sm-object
       move vt-z(vt-idx) to sc-center-z of sm-object
       move tri-v(tri-idx, 2) to vt-idx
       move vt-x(vt-idx) to sc-ext-x of sm-object
       move vt-y(vt-idx) to sc-ext-y of sm-object
       move vt-z(vt-idx) to sc-ext-z of sm-object
       move tri-v(tri-idx, 3) to vt-idx
       move vt-x(vt-idx) to sc-aux-x of sm-object
       move vt-y(vt-idx) to sc-aux-y of sm-object
       move vt-z(vt-idx) to sc-aux-z of sm-object
       move import-color-r to sc-color-r of sm-object
       move import-color-g to sc-color-g of sm-object
       move import-color-b to sc-color-b of sm-object
       move import-material to sc-material of sm-object.

write-journal-record.
       move FUNCTION CURRENT-DATE to jn-stamp
       move "I" to jn-source
       move import-action to jn-action
       move sm-scene-id to jn-scene-id
       move sm-obj-seq to jn-obj-seq
       write journal-rec
       if ws-journal-status not = "00"
           add 1 to error-count
           move spaces to listing-rec
           string "   ERROR: JOURNAL WRITE FAILED STATUS=" ws-journal-status delimited by size
               " - CHANGE APPLIED BUT NOT JOURNALED" delimited by size
           into listing-rec
           write listing-rec
       end-if.

write-totals.
       move spaces to listing-rec
       string "CARDS=" card-no delimited by size
           " VERTICES=" vertex-count delimited by size
           " FACES=" fc-count delimited by size
           " TRIANGLES=" tri-needed-count delimited by size
           " UNUSED VERTICES=" unused-vertex-count delimited by size
       into listing-rec
       write listing-rec
       move spaces to listing-rec
       string "DEGENERATE FACES SKIPPED=" degenerate-face-count delimited by size
           " ZERO-AREA TRIANGLES DROPPED=" degenerate-tri-count delimited by size
           " BAD VERTEX REFERENCES=" bad-ref-count delimited by size
       into listing-rec
       write listing-rec
       if ws-bounds-set-flag = "Y"
           move bb-min-x to dtl-x
           move bb-min-y to dtl-y
           move bb-min-z to dtl-z
           move bb-max-x to dtl-x2
           move bb-max-y to dtl-y2
           move bb-max-z to dtl-z2
           move spaces to listing-rec
           string "BOUNDING BOX MIN X=" dtl-x delimited by size
               " Y=" dtl-y delimited by size
               " Z=" dtl-z delimited by size
               " MAX X=" dtl-x2 delimited by size
               " Y=" dtl-y2 delimited by size
               " Z=" dtl-z2 delimited by size
           into listing-rec
           write listing-rec
       end-if
       move spaces to listing-rec
       string "OBJECTS ADDED=" add-count delimited by size
           " REPLACED=" replace-count delimited by size
           " ERRORS=" error-count delimited by size
       into listing-rec
       write listing-rec
       if error-count > 0
           move spaces to listing-rec
           if add-count = 0 and replace-count = 0
               move "IMPORT REJECTED - SCENE MASTER NOT CHANGED" to listing-rec
           else
               move "IMPORT INCOMPLETE - SEE ERRORS ABOVE" to listing-rec
           end-if
           write listing-rec
           if return-code = 0
               move 1 to return-code
           end-if
       end-if.
