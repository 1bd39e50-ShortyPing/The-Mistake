identification division.
program-id. scenerst.

*> point-in-time restore for the indexed scene master. reads the
*> restore card in scenerst.parm and puts one scene-id - or the
*> whole master when the card's scene-id is blank - back the way it
*> stood at the end of the given date and second, by backing out
*> every scenemast.jnl entry stamped after that moment.
*>
*> the earliest journal entry after the restore point for each key
*> carries that key's image as of the restore point in its before
*> image (or no before image, when the key was added afterwards), so
*> one forward pass over the journal finds the target state of every
*> key touched since; later entries for the same key only count
*> toward the backout total. nothing is applied unless the whole
*> journal reads clean, and every change the restore makes is itself
*> journaled (source 'R') so a restore can be backed out in turn.
*> run mode 'T' on the card prints the listing without touching the
*> master.

environment division.
input-output section.
file-control.
       select restore-parm-file assign to "scenerst.parm"
       organization is line sequential
       file status is ws-parm-status.

       select journal-file assign to "scenemast.jnl"
       organization is line sequential
       file status is ws-journal-status.

       select scene-master-file assign to "scenemast.idx"
       organization is indexed
       access is dynamic
       record key is sm-key
       file status is ws-master-status.

       select listing-file assign to "scenerst.rpt"
       organization is line sequential.

data division.

      file section.
      fd restore-parm-file.
      01 restore-parm-rec.
           copy "restore-parm-fields.cpy".

      fd journal-file.
      01 journal-rec.
           copy "journal-fields.cpy".

      fd scene-master-file.
      01 scene-master-rec.
           copy "scene-master-fields.cpy".

      fd listing-file.
      01 listing-rec pic x(200).

      working-storage section.
      01 ws-parm-status pic xx value "00".
      01 ws-journal-status pic xx value "00".
      01 ws-master-status pic xx value "00".

      01 parm-read-flag pic x value "N".
      01 journal-eof-flag pic x value "N".
         88 journal-eof value "Y".

      01 ws-card-ok-flag pic x value "Y".
         88 card-ok value "Y".
      01 ws-journal-ok-flag pic x value "Y".
         88 journal-ok value "Y".
      01 ws-master-usable-flag pic x value "Y".
         88 master-usable value "Y".
      01 ws-record-found-flag pic x value "N".
         88 record-found value "Y".
      01 ws-trial-flag pic x value "N".
         88 trial-run value "Y".

      *> restore point as a 14-digit yyyymmddhhmmss stamp, compared
      *> against the first 14 characters of each journal stamp
      01 ws-as-of-stamp pic x(14).

      *> one entry per key touched after the restore point, in the
      *> order the keys first turn up in the journal
      01 backout-table.
       05 bo-count pic 9(4) value 0.
       05 bo-entry occurs 5000 times.
           10 bo-key.
               15 bo-scene-id pic x(8).
               15 bo-obj-seq pic 9(3).
           10 bo-first-stamp pic x(21).
           10 bo-entries pic 9(5).
           10 bo-before-flag pic x(1).
      *> the key's object image as of the restore point, by entry
      01 backout-image-table.
       05 bo-before occurs 5000 times.
           copy "scene-fields.cpy".
      01 bo-idx pic 9(4).
      01 ws-found-flag pic x value "N".
      01 backout-overflow-flag pic x value "N".

      01 journal-read-count pic 9(7) value 0.
      01 journal-after-count pic 9(7) value 0.
      01 journal-bad-count pic 9(7) value 0.
      01 readd-count pic 9(5) value 0.
      01 rewrite-count pic 9(5) value 0.
      01 delete-count pic 9(5) value 0.
      01 unchanged-count pic 9(5) value 0.
      01 error-count pic 9(5) value 0.

      *> display-formatted copies of the object image for the listing
      01 dtl-tag pic x(7).
      01 dtl-x pic +9(5).9(4).
      01 dtl-y pic +9(5).9(4).
      01 dtl-z pic +9(5).9(4).
      01 dtl-r pic +9(5).9(4).
      01 dtl-size pic +9(5).9(4).

procedure division.
main-line.
       open output listing-file
       move "SCENE MASTER POINT-IN-TIME RESTORE" to listing-rec
       write listing-rec
       open input restore-parm-file
       if ws-parm-status = "00"
           read restore-parm-file
               at end
                   continue
               not at end
                   move "Y" to parm-read-flag
           end-read
           close restore-parm-file
       end-if
       if parm-read-flag not = "Y"
           move "RESTORE CARD scenerst.parm NOT FOUND OR EMPTY" to listing-rec
           write listing-rec
           move 1 to return-code
       else
           perform validate-restore-card
           if card-ok
               perform load-backout-table
               if journal-ok
                   perform write-backout-plan
                   if not trial-run
                       perform apply-backout-table
                   end-if
               end-if
               perform write-totals
           end-if
       end-if
       close listing-file
       stop run.

validate-restore-card.
       *> same discipline as the renderer's validate-job - prove the
       *> card before acting on it
       move "Y" to ws-card-ok-flag
       if rs-as-of-date is not numeric or rs-as-of-time is not numeric
           move "N" to ws-card-ok-flag
       else
           if rs-as-of-date(5:2) < "01" or rs-as-of-date(5:2) > "12"
               or rs-as-of-date(7:2) < "01" or rs-as-of-date(7:2) > "31"
               or rs-as-of-time(1:2) > "23"
               or rs-as-of-time(3:2) > "59"
               or rs-as-of-time(5:2) > "59"
               move "N" to ws-card-ok-flag
           end-if
       end-if
       if rs-run-mode not = space and rs-run-mode not = "T"
           and rs-run-mode not = "U"
           move "N" to ws-card-ok-flag
       end-if
       move spaces to listing-rec
       if rs-scene-id = spaces
           string "RESTORE WHOLE MASTER AS OF " rs-as-of-date delimited by size
               " " rs-as-of-time delimited by size
               " MODE " rs-run-mode delimited by size
           into listing-rec
       else
           string "RESTORE SCENE " rs-scene-id delimited by size
               " AS OF " rs-as-of-date delimited by size
               " " rs-as-of-time delimited by size
               " MODE " rs-run-mode delimited by size
           into listing-rec
       end-if
       write listing-rec
       if not card-ok
           move spaces to listing-rec
           move "   ERROR: BAD RESTORE CARD - DATE YYYYMMDD, TIME HHMMSS, MODE T OR U"
               to listing-rec
           write listing-rec
           move 1 to return-code
       else
           move rs-as-of-date to ws-as-of-stamp(1:8)
           move rs-as-of-time to ws-as-of-stamp(9:6)
           if rs-run-mode = "T"
               move "Y" to ws-trial-flag
           end-if
       end-if.

load-backout-table.
       move "Y" to ws-journal-ok-flag
       open input journal-file
       if ws-journal-status not = "00"
           move "N" to ws-journal-ok-flag
           move spaces to listing-rec
           string "JOURNAL scenemast.jnl NOT FOUND STATUS=" ws-journal-status delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       else
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-flag
                   not at end
                       add 1 to journal-read-count
                       perform screen-journal-record
               end-read
           end-perform
           close journal-file
       end-if
       if journal-bad-count > 0
           move "N" to ws-journal-ok-flag
           move spaces to listing-rec
           string "JOURNAL HAS " journal-bad-count delimited by size
               " UNREADABLE RECORDS - NOTHING RESTORED" delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       end-if
       if backout-overflow-flag = "Y"
           move "N" to ws-journal-ok-flag
           move spaces to listing-rec
           string "MORE THAN " "5000" delimited by size
               " KEYS TO BACK OUT - NOTHING RESTORED" delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       end-if.

screen-journal-record.
       *> a record the restore cannot place in time or on a key could
       *> hide the change that matters - count it and refuse the run
       if jn-stamp(1:14) is not numeric or jn-scene-id = spaces
           or jn-obj-seq is not numeric
           or (jn-before-flag not = "Y" and jn-before-flag not = "N")
           add 1 to journal-bad-count
           move spaces to listing-rec
           string "   ERROR: BAD JOURNAL RECORD " journal-read-count delimited by size
               " STAMP " jn-stamp delimited by size
           into listing-rec
           write listing-rec
       else
           if jn-stamp(1:14) > ws-as-of-stamp
               and (rs-scene-id = spaces or jn-scene-id = rs-scene-id)
               add 1 to journal-after-count
               perform note-backout-entry
           end-if
       end-if.

note-backout-entry.
       move "N" to ws-found-flag
       perform varying bo-idx from 1 by 1
           until bo-idx > bo-count or ws-found-flag = "Y"
           if bo-key of bo-entry(bo-idx) = jn-key
               move "Y" to ws-found-flag
               add 1 to bo-entries of bo-entry(bo-idx)
           end-if
       end-perform
       if ws-found-flag = "N"
           if bo-count >= 5000
               move "Y" to backout-overflow-flag
           else
               add 1 to bo-count
               move jn-key to bo-key of bo-entry(bo-count)
               move jn-stamp to bo-first-stamp of bo-entry(bo-count)
               move 1 to bo-entries of bo-entry(bo-count)
               move jn-before-flag to bo-before-flag of bo-entry(bo-count)
               if jn-before-flag = "Y"
                   move jn-before to bo-before(bo-count)
               else
                   move spaces to bo-before(bo-count)
               end-if
           end-if
       end-if.

write-backout-plan.
       move spaces to listing-rec
       string "JOURNAL RECORDS READ=" journal-read-count delimited by size
           " AFTER RESTORE POINT=" journal-after-count delimited by size
           " KEYS TOUCHED=" bo-count delimited by size
       into listing-rec
       write listing-rec
       if trial-run
           perform varying bo-idx from 1 by 1 until bo-idx > bo-count
               move spaces to listing-rec
               string "KEY " bo-scene-id of bo-entry(bo-idx) delimited by size
                   " OBJ " bo-obj-seq of bo-entry(bo-idx) delimited by size
                   " CHANGES BACKED OUT=" bo-entries of bo-entry(bo-idx) delimited by size
                   " FIRST AT " bo-first-stamp of bo-entry(bo-idx)(1:14) delimited by size
               into listing-rec
               write listing-rec
               if bo-before-flag of bo-entry(bo-idx) = "Y"
                   move bo-before(bo-idx) to sm-object
                   move "AS OF :" to dtl-tag
                   perform write-object-line
               else
                   move spaces to listing-rec
                   move "   AS OF : NOT ON MASTER" to listing-rec
                   write listing-rec
               end-if
           end-perform
           move "TRIAL RUN - MASTER NOT UPDATED" to listing-rec
           write listing-rec
       end-if.

apply-backout-table.
       move "Y" to ws-master-usable-flag
       open i-o scene-master-file
       if ws-master-status not = "00"
           move "N" to ws-master-usable-flag
           move spaces to listing-rec
           string "SCENE MASTER OPEN FAILED STATUS=" ws-master-status delimited by size
           into listing-rec
           write listing-rec
           move 1 to return-code
       else
           set environment "COB_LS_VALIDATE" to "N"
           open extend journal-file
           if ws-journal-status not = "00"
               move "N" to ws-master-usable-flag
               close scene-master-file
               move spaces to listing-rec
               string "SCENE MASTER JOURNAL OPEN FAILED STATUS=" ws-journal-status delimited by size
               into listing-rec
               write listing-rec
               move 1 to return-code
           end-if
       end-if
       if master-usable
           perform varying bo-idx from 1 by 1 until bo-idx > bo-count
               perform restore-one-key
           end-perform
           close scene-master-file
           close journal-file
       end-if.

restore-one-key.
       move spaces to listing-rec
       string "KEY " bo-scene-id of bo-entry(bo-idx) delimited by size
           " OBJ " bo-obj-seq of bo-entry(bo-idx) delimited by size
           " CHANGES BACKED OUT=" bo-entries of bo-entry(bo-idx) delimited by size
           " FIRST AT " bo-first-stamp of bo-entry(bo-idx)(1:14) delimited by size
       into listing-rec
       write listing-rec
       move bo-key of bo-entry(bo-idx) to sm-key
       perform read-master-record
       if bo-before-flag of bo-entry(bo-idx) = "Y"
           if record-found
               if sm-object = bo-before(bo-idx)
                   add 1 to unchanged-count
                   move spaces to listing-rec
                   move "   ALREADY AS OF RESTORE POINT" to listing-rec
                   write listing-rec
               else
                   move "BEFORE:" to dtl-tag
                   perform write-object-line
                   move "Y" to jn-before-flag
                   move sm-object to jn-before
                   move bo-before(bo-idx) to sm-object
                   rewrite scene-master-rec
                   if ws-master-status = "00"
                       add 1 to rewrite-count
                       move "AFTER :" to dtl-tag
                       perform write-object-line
                       move "C" to jn-action
                       move "Y" to jn-after-flag
                       move sm-object to jn-after
                       perform write-journal-record
                   else
                       perform write-error-line-status
                   end-if
               end-if
           else
               move bo-key of bo-entry(bo-idx) to sm-key
               move bo-before(bo-idx) to sm-object
               write scene-master-rec
               if ws-master-status = "00"
                   add 1 to readd-count
                   move "AFTER :" to dtl-tag
                   perform write-object-line
                   move "A" to jn-action
                   move "N" to jn-before-flag
                   move spaces to jn-before
                   move "Y" to jn-after-flag
                   move sm-object to jn-after
                   perform write-journal-record
               else
                   perform write-error-line-status
               end-if
           end-if
       else
           if record-found
               move "BEFORE:" to dtl-tag
               perform write-object-line
               move "Y" to jn-before-flag
               move sm-object to jn-before
               delete scene-master-file record
               if ws-master-status = "00"
                   add 1 to delete-count
                   move spaces to listing-rec
                   move "   DELETED" to listing-rec
                   write listing-rec
                   move "D" to jn-action
                   move "N" to jn-after-flag
                   move spaces to jn-after
                   perform write-journal-record
               else
                   perform write-error-line-status
               end-if
           else
               add 1 to unchanged-count
               move spaces to listing-rec
               move "   ALREADY OFF MASTER" to listing-rec
               write listing-rec
           end-if
       end-if.

read-master-record.
       move "N" to ws-record-found-flag
       read scene-master-file
           invalid key
               continue
           not invalid key
               move "Y" to ws-record-found-flag
       end-read.

write-journal-record.
       *> callers have already set the action, image flags and
       *> images; the key is the one being restored
       move FUNCTION CURRENT-DATE to jn-stamp
       move "R" to jn-source
       move bo-scene-id of bo-entry(bo-idx) to jn-scene-id
       move bo-obj-seq of bo-entry(bo-idx) to jn-obj-seq
       write journal-rec
       if ws-journal-status not = "00"
           add 1 to error-count
           move spaces to listing-rec
           string "   ERROR: JOURNAL WRITE FAILED STATUS=" ws-journal-status delimited by size
               " - CHANGE APPLIED BUT NOT JOURNALED" delimited by size
           into listing-rec
           write listing-rec
       end-if.

write-object-line.
       move sc-center-x of sm-object to dtl-x
       move sc-center-y of sm-object to dtl-y
       move sc-center-z of sm-object to dtl-z
       move sc-radius of sm-object to dtl-r
       move spaces to listing-rec
       string "   " dtl-tag delimited by size
           " TYPE " sc-obj-type of sm-object delimited by size
           " X=" dtl-x delimited by size
           " Y=" dtl-y delimited by size
           " Z=" dtl-z delimited by size
           " R=" dtl-r delimited by size
           " COLOR " sc-color-r of sm-object delimited by size
           " " sc-color-g of sm-object delimited by size
           " " sc-color-b of sm-object delimited by size
           " MAT=" sc-material of sm-object delimited by size
       into listing-rec
       write listing-rec
       if sc-obj-type of sm-object = "B" or sc-obj-type of sm-object = "T"
           move sc-ext-x of sm-object to dtl-x
           move sc-ext-y of sm-object to dtl-y
           move sc-ext-z of sm-object to dtl-z
           move spaces to listing-rec
           string "           EXT/V2 X=" dtl-x delimited by size
               " Y=" dtl-y delimited by size
               " Z=" dtl-z delimited by size
           into listing-rec
           write listing-rec
       end-if
       if sc-obj-type of sm-object = "T"
           move sc-aux-x of sm-object to dtl-x
           move sc-aux-y of sm-object to dtl-y
           move sc-aux-z of sm-object to dtl-z
           move spaces to listing-rec
           string "           AUX/V3 X=" dtl-x delimited by size
               " Y=" dtl-y delimited by size
               " Z=" dtl-z delimited by size
           into listing-rec
           write listing-rec
       end-if
       if sc-pattern of sm-object = "C" or sc-pattern of sm-object = "T"
           if sc-pattern-size of sm-object is numeric
               move sc-pattern-size of sm-object to dtl-size
           else
               move 0 to dtl-size
           end-if
           move spaces to listing-rec
           string "           PATTERN " sc-pattern of sm-object delimited by size
               " SIZE=" dtl-size delimited by size
               " COLOR2 " sc-color2-r of sm-object delimited by size
               " " sc-color2-g of sm-object delimited by size
               " " sc-color2-b of sm-object delimited by size
           into listing-rec
           write listing-rec
       end-if.

write-error-line-status.
       add 1 to error-count
       move spaces to listing-rec
       string "   ERROR: MASTER I-O FAILED STATUS=" ws-master-status delimited by size
       into listing-rec
       write listing-rec.

write-totals.
       move spaces to listing-rec
       string "KEYS=" bo-count delimited by size
           " RE-ADDED=" readd-count delimited by size
           " REWRITTEN=" rewrite-count delimited by size
           " DELETED=" delete-count delimited by size
           " UNCHANGED=" unchanged-count delimited by size
           " ERRORS=" error-count delimited by size
       into listing-rec
       write listing-rec
       if error-count > 0 and return-code = 0
           move 1 to return-code
       end-if.
