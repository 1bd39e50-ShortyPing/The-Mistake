*> CHANGE/DELETE transaction cards from scenemnt.cards against
*> scenemast.idx and prints a before/after listing of every object
*> touched, so the master is the single copy of record for a scene
*> and every change to it leaves a paper trail. every change that
*> lands is also appended to the permanent journal scenemast.jnl
*> with its before and after images, so a bad night can be backed
*> out by the point-in-time restore run (scenerst).

environment division.
input-output section.
       record key is sm-key
       file status is ws-master-status.

       select journal-file assign to "scenemast.jnl"
       organization is line sequential
       file status is ws-journal-status.

       select listing-file assign to "scenemnt.rpt"
       organization is line sequential.

      01 scene-master-rec.
           copy "scene-master-fields.cpy".

      fd journal-file.
      01 journal-rec.
           copy "journal-fields.cpy".

      fd listing-file.
      01 listing-rec pic x(200).

      working-storage section.
      01 ws-trans-status pic xx value "00".
      01 ws-master-status pic xx value "00".
      01 ws-journal-status pic xx value "00".

      01 trans-eof-flag pic x value "N".
         88 trans-eof value "Y".
       move "SCENE MASTER MAINTENANCE" to listing-rec
       write listing-rec
       perform open-master
       if master-usable
           perform open-journal
       end-if
       if master-usable
           open input trans-file
           if ws-trans-status = "00"
               move 1 to return-code
           end-if
           close scene-master-file
           close journal-file
       end-if
       perform write-totals
       close listing-file
           move 1 to return-code
       end-if.

open-journal.
       *> the journal is the only way back from a bad card - no
       *> journal, no maintenance
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

apply-transaction.
       move spaces to listing-rec
       string "CARD " card-no delimited by size
                       add 1 to add-count
                       move "AFTER :" to dtl-tag
                       perform write-object-line
                       move "N" to jn-before-flag
                       move spaces to jn-before
                       move "Y" to jn-after-flag
                       move sm-object to jn-after
                       perform write-journal-record
                   else
                       perform write-error-line-status
                   end-if
               if record-found
                   move "BEFORE:" to dtl-tag
                   perform write-object-line
                   move "Y" to jn-before-flag
                   move sm-object to jn-before
                   move tr-object to sm-object
                   rewrite scene-master-rec
                   if ws-master-status = "00"
                       add 1 to change-count
                       move "AFTER :" to dtl-tag
                       perform write-object-line
                       move "Y" to jn-after-flag
                       move sm-object to jn-after
                       perform write-journal-record
                   else
                       perform write-error-line-status
                   end-if
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
                       move "N" to jn-after-flag
                       move spaces to jn-after
                       perform write-journal-record
                   else
                       perform write-error-line-status
                   end-if
               write listing-rec
       end-evaluate.

write-journal-record.
       *> callers have already set the image flags and images; the
       *> key comes from the card that was just applied
       move FUNCTION CURRENT-DATE to jn-stamp
       move "M" to jn-source
       move tr-action to jn-action
       move tr-scene-id to jn-scene-id
       move tr-obj-seq to jn-obj-seq
       write journal-rec
       if ws-journal-status not = "00"
           perform write-error-line-journal
       end-if.

read-master-record.
       move "N" to ws-record-found-flag
       read scene-master-file
       into listing-rec
       write listing-rec.

write-error-line-journal.
       add 1 to error-count
       move spaces to listing-rec
       string "   ERROR: JOURNAL WRITE FAILED STATUS=" ws-journal-status delimited by size
           " - CHANGE APPLIED BUT NOT JOURNALED" delimited by size
       into listing-rec
       write listing-rec.

write-totals.
       move spaces to listing-rec
       string "CARDS=" card-no delimited by size
