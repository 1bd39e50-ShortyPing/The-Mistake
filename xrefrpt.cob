identification division.
program-id. xrefrpt.

*> where-used cross-reference across the scene master, the materials
*> file and tonight's parm deck. run it before a material code is
*> retired or a catalogued scene is deleted, and before the night's
*> queue goes in, so a broken reference turns up on this listing
*> instead of as a rejected job.
*>
*> xref.rpt lists every material code on materials.dat with the
*> scene-ids and object sequences that use it, and every scene-id on
*> scenemast.idx with the render.parm cards (job number and output
*> name) that point at it through parm-scene-id. three kinds of
*> orphan are flagged: material codes nothing uses, sc-material
*> codes missing from the materials file, and parm cards naming a
*> scene-id that is not on the master. the last two would reject a
*> job tonight and set return code 1; an unused code is only noted.

environment division.
input-output section.
file-control.
       select scene-master-file assign to "scenemast.idx"
       organization is indexed
       access is dynamic
       record key is sm-key
       file status is ws-master-status.

       select materials-file assign to "materials.dat"
       organization is line sequential
       file status is ws-materials-status.

       select parm-file assign to "render.parm"
       organization is line sequential
       file status is ws-parm-status.

       select report-file assign to "xref.rpt"
       organization is line sequential.

data division.

      file section.
      fd scene-master-file.
      01 scene-master-rec.
           copy "scene-master-fields.cpy".

      fd materials-file.
      01 materials-rec-in.
           copy "material-fields.cpy".

      fd parm-file.
      01 parm-rec.
           copy "parm-fields.cpy".

      fd report-file.
      01 report-rec pic x(200).

      working-storage section.
      01 ws-master-status pic xx value "00".
      01 ws-materials-status pic xx value "00".
      01 ws-parm-status pic xx value "00".

      01 master-eof-flag pic x value "N".
         88 master-eof value "Y".
      01 materials-eof-flag pic x value "N".
         88 materials-eof value "Y".
      01 parm-eof-flag pic x value "N".
         88 parm-eof value "Y".

      *> every code on the materials file, with how many catalogued
      *> objects name it
      01 material-xref-table.
       05 mx-count pic 9(3) value 0.
       05 mx-entry occurs 200 times.
           10 mx-code pic x(2).
           10 mx-use-count pic 9(7).
           10 mx-duplicate-flag pic x(1).
      01 mx-idx pic 9(3).
      01 mx-overflow-flag pic x value "N".

      *> every catalogued object that names a material
      01 usage-table.
       05 us-count pic 9(5) value 0.
       05 us-entry occurs 20000 times.
           10 us-scene-id pic x(8).
           10 us-obj-seq pic 9(3).
           10 us-material pic x(2).
           10 us-known-flag pic x(1).
      01 us-idx pic 9(5).
      01 us-overflow-flag pic x value "N".

      *> every scene-id on the master, with its object and card counts
      01 scene-xref-table.
       05 sx-count pic 9(4) value 0.
       05 sx-entry occurs 2000 times.
           10 sx-scene-id pic x(8).
           10 sx-objects pic 9(5).
           10 sx-cards pic 9(3).
      01 sx-idx pic 9(4).
      01 sx-overflow-flag pic x value "N".

      *> every card in tonight's parm deck, numbered the way the
      *> renderer numbers its jobs
      01 card-xref-table.
       05 cx-count pic 9(3) value 0.
       05 cx-entry occurs 999 times.
           10 cx-job pic 9(3).
           10 cx-scene-id pic x(8).
           10 cx-output pic x(40).
           10 cx-known-flag pic x(1).
      01 cx-idx pic 9(3).
      01 cx-overflow-flag pic x value "N".

      01 ws-found-flag pic x value "N".
      01 master-object-count pic 9(7) value 0.
      01 flat-card-count pic 9(3) value 0.
      01 unused-code-count pic 9(5) value 0.
      01 missing-code-count pic 9(7) value 0.
      01 dangling-card-count pic 9(3) value 0.

procedure division.
main-line.
       open output report-file
       move "WHERE-USED CROSS-REFERENCE" to report-rec
       write report-rec
       perform load-scene-master
       perform load-materials-file
       perform load-parm-deck
       perform match-material-codes
       perform match-parm-cards
       perform write-material-where-used
       perform write-missing-materials
       perform write-scene-where-used
       perform write-dangling-cards
       perform write-report-footer
       close report-file
       stop run.

load-scene-master.
       open input scene-master-file
       if ws-master-status not = "00"
           move spaces to report-rec
           string "SCENE MASTER scenemast.idx NOT AVAILABLE STATUS=" ws-master-status delimited by size
           into report-rec
           write report-rec
           move 1 to return-code
       else
           perform until master-eof
               read scene-master-file next
                   at end
                       move "Y" to master-eof-flag
                   not at end
                       add 1 to master-object-count
                       perform note-master-object
               end-read
           end-perform
           close scene-master-file
       end-if.

note-master-object.
       *> the master reads back in key order, so a new scene-id is
       *> always the one after the last one seen
       move "Y" to ws-found-flag
       if sx-count = 0
           move "N" to ws-found-flag
       else
           if sx-scene-id of sx-entry(sx-count) not = sm-scene-id
               move "N" to ws-found-flag
           end-if
       end-if
       if ws-found-flag = "N"
           if sx-count >= 2000
               move "Y" to sx-overflow-flag
           else
               add 1 to sx-count
               move sm-scene-id to sx-scene-id of sx-entry(sx-count)
               move 0 to sx-objects of sx-entry(sx-count)
               move 0 to sx-cards of sx-entry(sx-count)
           end-if
       end-if
       if sx-count > 0
           if sx-scene-id of sx-entry(sx-count) = sm-scene-id
               add 1 to sx-objects of sx-entry(sx-count)
           end-if
       end-if
       if sc-material of sm-object not = spaces
           if us-count >= 20000
               move "Y" to us-overflow-flag
           else
               add 1 to us-count
               move sm-scene-id to us-scene-id of us-entry(us-count)
               move sm-obj-seq to us-obj-seq of us-entry(us-count)
               move sc-material of sm-object to us-material of us-entry(us-count)
               move "N" to us-known-flag of us-entry(us-count)
           end-if
       end-if.

load-materials-file.
       open input materials-file
       if ws-materials-status not = "00"
           move "MATERIALS FILE materials.dat NOT FOUND - EVERY CODE IN USE IS MISSING"
               to report-rec
           write report-rec
       else
           perform until materials-eof
               read materials-file
                   at end
                       move "Y" to materials-eof-flag
                   not at end
                       perform note-material-code
               end-read
           end-perform
           close materials-file
       end-if.

note-material-code.
       if mx-count >= 200
           move "Y" to mx-overflow-flag
       else
           add 1 to mx-count
           move mt-code to mx-code of mx-entry(mx-count)
           move 0 to mx-use-count of mx-entry(mx-count)
           move "N" to mx-duplicate-flag of mx-entry(mx-count)
           *> the renderer takes the last of two cards with the same
           *> code - worth knowing before either is retired
           perform varying mx-idx from 1 by 1 until mx-idx >= mx-count
               if mx-code of mx-entry(mx-idx) = mt-code
                   move "Y" to mx-duplicate-flag of mx-entry(mx-count)
               end-if
           end-perform
       end-if.

load-parm-deck.
       open input parm-file
       if ws-parm-status not = "00"
           move "PARM DECK render.parm NOT FOUND - NO CARDS CROSS-REFERENCED"
               to report-rec
           write report-rec
       else
           perform until parm-eof
               read parm-file
                   at end
                       move "Y" to parm-eof-flag
                   not at end
                       perform note-parm-card
               end-read
           end-perform
           close parm-file
       end-if.

note-parm-card.
       if cx-count >= 999
           move "Y" to cx-overflow-flag
       else
           add 1 to cx-count
           move cx-count to cx-job of cx-entry(cx-count)
           move parm-scene-id to cx-scene-id of cx-entry(cx-count)
           if parm-output-file = spaces
               move "output.ppm" to cx-output of cx-entry(cx-count)
           else
               move parm-output-file to cx-output of cx-entry(cx-count)
           end-if
           move "N" to cx-known-flag of cx-entry(cx-count)
           if parm-scene-id = spaces
               add 1 to flat-card-count
           end-if
       end-if.

match-material-codes.
       perform varying us-idx from 1 by 1 until us-idx > us-count
           perform varying mx-idx from 1 by 1 until mx-idx > mx-count
               if mx-code of mx-entry(mx-idx) = us-material of us-entry(us-idx)
                   move "Y" to us-known-flag of us-entry(us-idx)
                   add 1 to mx-use-count of mx-entry(mx-idx)
               end-if
           end-perform
           if us-known-flag of us-entry(us-idx) = "N"
               add 1 to missing-code-count
           end-if
       end-perform.

match-parm-cards.
       perform varying cx-idx from 1 by 1 until cx-idx > cx-count
           if cx-scene-id of cx-entry(cx-idx) not = spaces
               perform varying sx-idx from 1 by 1 until sx-idx > sx-count
                   if sx-scene-id of sx-entry(sx-idx) = cx-scene-id of cx-entry(cx-idx)
                       move "Y" to cx-known-flag of cx-entry(cx-idx)
                       add 1 to sx-cards of sx-entry(sx-idx)
                   end-if
               end-perform
               if cx-known-flag of cx-entry(cx-idx) = "N"
                   add 1 to dangling-card-count
               end-if
           end-if
       end-perform.

write-material-where-used.
       move spaces to report-rec
       write report-rec
       move "MATERIAL CODES - WHERE USED" to report-rec
       write report-rec
       perform varying mx-idx from 1 by 1 until mx-idx > mx-count
           move spaces to report-rec
           if mx-use-count of mx-entry(mx-idx) = 0
               add 1 to unused-code-count
               string "MATERIAL " mx-code of mx-entry(mx-idx) delimited by size
                   " OBJECTS=" mx-use-count of mx-entry(mx-idx) delimited by size
                   " *** ORPHAN - NOT USED BY ANY CATALOGUED OBJECT" delimited by size
               into report-rec
           else
               string "MATERIAL " mx-code of mx-entry(mx-idx) delimited by size
                   " OBJECTS=" mx-use-count of mx-entry(mx-idx) delimited by size
               into report-rec
           end-if
           write report-rec
           if mx-duplicate-flag of mx-entry(mx-idx) = "Y"
               move spaces to report-rec
               string "   *** DUPLICATE CODE " mx-code of mx-entry(mx-idx) delimited by size
                   " ON MATERIALS FILE - THE RENDERER USES THE LAST ONE" delimited by size
               into report-rec
               write report-rec
           end-if
           perform varying us-idx from 1 by 1 until us-idx > us-count
               if us-material of us-entry(us-idx) = mx-code of mx-entry(mx-idx)
                   move spaces to report-rec
                   string "   SCENE " us-scene-id of us-entry(us-idx) delimited by size
                       " OBJ " us-obj-seq of us-entry(us-idx) delimited by size
                   into report-rec
                   write report-rec
               end-if
           end-perform
       end-perform
       if mx-overflow-flag = "Y"
           move spaces to report-rec
           string "MATERIALS FILE EXCEEDS " "200" delimited by size
               " CODES - EXTRA CODES NOT CROSS-REFERENCED" delimited by size
           into report-rec
           write report-rec
       end-if.

write-missing-materials.
       move spaces to report-rec
       write report-rec
       move "MATERIAL CODES IN USE BUT MISSING FROM MATERIALS FILE" to report-rec
       write report-rec
       perform varying us-idx from 1 by 1 until us-idx > us-count
           if us-known-flag of us-entry(us-idx) = "N"
               move spaces to report-rec
               string "   SCENE " us-scene-id of us-entry(us-idx) delimited by size
                   " OBJ " us-obj-seq of us-entry(us-idx) delimited by size
                   " MATERIAL " us-material of us-entry(us-idx) delimited by size
                   " *** MISSING" delimited by size
               into report-rec
               write report-rec
           end-if
       end-perform
       if missing-code-count = 0
           move "   NONE" to report-rec
           write report-rec
       end-if
       if us-overflow-flag = "Y"
           move spaces to report-rec
           string "MORE THAN " "20000" delimited by size
               " OBJECTS NAME A MATERIAL - EXTRA OBJECTS NOT CROSS-REFERENCED" delimited by size
           into report-rec
           write report-rec
       end-if.

write-scene-where-used.
       move spaces to report-rec
       write report-rec
       move "CATALOGUED SCENES - WHERE USED IN render.parm" to report-rec
       write report-rec
       perform varying sx-idx from 1 by 1 until sx-idx > sx-count
           move spaces to report-rec
           string "SCENE " sx-scene-id of sx-entry(sx-idx) delimited by size
               " OBJECTS=" sx-objects of sx-entry(sx-idx) delimited by size
               " PARM CARDS=" sx-cards of sx-entry(sx-idx) delimited by size
           into report-rec
           write report-rec
           perform varying cx-idx from 1 by 1 until cx-idx > cx-count
               if cx-scene-id of cx-entry(cx-idx) = sx-scene-id of sx-entry(sx-idx)
                   move spaces to report-rec
                   string "   JOB " cx-job of cx-entry(cx-idx) delimited by size
                       " OUTPUT=" FUNCTION TRIM(cx-output of cx-entry(cx-idx)) delimited by size
                   into report-rec
                   write report-rec
               end-if
           end-perform
       end-perform
       if sx-overflow-flag = "Y"
           move spaces to report-rec
           string "SCENE MASTER EXCEEDS " "2000" delimited by size
               " SCENE IDS - EXTRA SCENES NOT CROSS-REFERENCED" delimited by size
           into report-rec
           write report-rec
       end-if.

write-dangling-cards.
       move spaces to report-rec
       write report-rec
       move "PARM CARDS NAMING SCENE IDS NOT ON THE MASTER" to report-rec
       write report-rec
       perform varying cx-idx from 1 by 1 until cx-idx > cx-count
           if cx-scene-id of cx-entry(cx-idx) not = spaces
               and cx-known-flag of cx-entry(cx-idx) = "N"
               move spaces to report-rec
               string "   JOB " cx-job of cx-entry(cx-idx) delimited by size
                   " SCENE " cx-scene-id of cx-entry(cx-idx) delimited by size
                   " OUTPUT=" FUNCTION TRIM(cx-output of cx-entry(cx-idx)) delimited by size
                   " *** ORPHAN" delimited by size
               into report-rec
               write report-rec
           end-if
       end-perform
       if dangling-card-count = 0
           move "   NONE" to report-rec
           write report-rec
       end-if
       if cx-overflow-flag = "Y"
           move spaces to report-rec
           string "PARM DECK EXCEEDS " "999" delimited by size
               " CARDS - EXTRA CARDS NOT CROSS-REFERENCED" delimited by size
           into report-rec
           write report-rec
       end-if.

write-report-footer.
       move spaces to report-rec
       write report-rec
       move spaces to report-rec
       string "MASTER OBJECTS=" master-object-count delimited by size
           " SCENES=" sx-count delimited by size
           " MATERIAL CODES=" mx-count delimited by size
           " PARM CARDS=" cx-count delimited by size
           " FLAT-FILE CARDS=" flat-card-count delimited by size
       into report-rec
       write report-rec
       move spaces to report-rec
       string "UNUSED CODES=" unused-code-count delimited by size
           " MISSING CODES=" missing-code-count delimited by size
           " ORPHAN PARM CARDS=" dangling-card-count delimited by size
       into report-rec
       write report-rec
       if missing-code-count > 0 or dangling-card-count > 0
           move 1 to return-code
       end-if.
