*>   WIDTH=n HEIGHT=n OUTPUT=name SCENE=name LIGHTS=name
*>   MATERIALS=name ANIM=name SCENEID=id MODE=A|B|P SS=1|2|4
*>   FRAMES=n DELTA=v RESTART=Y DEPTH=Y MINUTES=n
*>   LEDGER=name CHECKPOINT=name ACCT=name STREAM=n
*>   STRIP START=a END=b NO=n OF=m
*>   CAMERA X=v Y=v Z=v LOOK v v v FOV=n
*>   SPHERE X=v Y=v Z=v R=v COLOR r g b MAT=cc
*>   LIGHT AMBIENT I=v
*>   LIGHT DIR X=v Y=v Z=v I=v
*>   LIGHT POINT X=v Y=v Z=v I=v
*> an object or light card too long for one card carries on to
*> cards whose first token is '+', e.g.
*>   TRIANGLE V1 x y z V2 x y z V3 x y z
*>   + COLOR r g b MAT=cc PATTERN=C SIZE=v COLOR2 r g b

environment division.
input-output section.
           copy "parm-fields.cpy".

      01 scene-build-table.
       05 sb-count pic 9(4) value 0.
       05 sb-entry occurs 5000 times.
           copy "scene-fields.cpy".

      01 lights-build-table.
      01 dot-count pic 9(2).
      01 num-work pic s9(7)v9(9).

      *> the statement a '+' card carries on - set by an object or
      *> light card that took a table entry, cleared by any other
      01 cont-stmt-flag pic x value space.
         88 cont-object value "O".
         88 cont-light value "L".

      01 color-idx pic 9(1).
      01 ws-error-text pic x(24).
      01 out-idx pic 9(4).

procedure division.
main-line.
           perform tokenize-card
           move 1 to tk-ptr
           perform get-next-token
           if cur-token not = "+"
               move space to cont-stmt-flag
           end-if
           evaluate cur-token
               when "+"
                   perform parse-continuation-card
               when "CAMERA"
                   perform parse-camera-card
               when "SPHERE"
           when "MINUTES"
               perform parse-number-value
               move num-work to parm-max-minutes of dc-parm-card
           when "LEDGER"
               move tk-value to parm-ledger-file of dc-parm-card
           when "CHECKPOINT"
               move tk-value to parm-ckpt-file of dc-parm-card
           when "ACCT"
               move tk-value to parm-acct-file of dc-parm-card
           when "STREAM"
               perform parse-number-value
               move num-work to parm-stream-no of dc-parm-card
           when other
               move "UNKNOWN KEYWORD" to ws-error-text
               perform report-token-error
       end-perform.

parse-sphere-card.
       if sb-count >= 5000
           move "TOO MANY OBJECTS" to ws-error-text
           perform report-token-error
       else
           add 1 to sb-count
           initialize sb-entry(sb-count)
           move "S" to sc-obj-type of sb-entry(sb-count)
           move "O" to cont-stmt-flag
           perform parse-object-operands
       end-if.

parse-plane-card.
       if sb-count >= 5000
           move "TOO MANY OBJECTS" to ws-error-text
           perform report-token-error
       else
           add 1 to sb-count
           initialize sb-entry(sb-count)
           move "P" to sc-obj-type of sb-entry(sb-count)
           move "O" to cont-stmt-flag
           perform parse-object-operands
       end-if.

parse-box-card.
       if sb-count >= 5000
           move "TOO MANY OBJECTS" to ws-error-text
           perform report-token-error
       else
           add 1 to sb-count
           initialize sb-entry(sb-count)
           move "B" to sc-obj-type of sb-entry(sb-count)
           move "O" to cont-stmt-flag
           perform parse-object-operands
       end-if.

parse-triangle-card.
       if sb-count >= 5000
           move "TOO MANY OBJECTS" to ws-error-text
           perform report-token-error
       else
           add 1 to sb-count
           initialize sb-entry(sb-count)
           move "T" to sc-obj-type of sb-entry(sb-count)
           move "O" to cont-stmt-flag
           perform parse-object-operands
       end-if.

parse-continuation-card.
       *> more operands for the object or light card before
       evaluate true
           when cont-object
               perform parse-object-operands
           when cont-light
               perform parse-light-operands
           when other
               move "NOTHING TO CONTINUE" to ws-error-text
               perform report-token-error
       end-evaluate.

parse-object-operands.
       perform get-next-token
       perform until no-more-tokens
       else
           add 1 to lb-count
           initialize lb-entry(lb-count)
           move "L" to cont-stmt-flag
           perform get-next-token
           evaluate cur-token
               when "AMBIENT"
                   move "UNKNOWN LIGHT TYPE" to ws-error-text
                   perform report-token-error
           end-evaluate
           perform parse-light-operands
       end-if.

parse-light-operands.
       perform get-next-token
       perform until no-more-tokens
           perform split-current-token
           evaluate tk-key
               when "X"
                   perform parse-number-value
                   move num-work to lt-dir-x of lb-entry(lb-count)
               when "Y"
                   perform parse-number-value
                   move num-work to lt-dir-y of lb-entry(lb-count)
               when "Z"
                   perform parse-number-value
                   move num-work to lt-dir-z of lb-entry(lb-count)
               when "I"
                   perform parse-number-value
                   move num-work to lt-intensity of lb-entry(lb-count)
               when other
                   move "UNKNOWN KEYWORD" to ws-error-text
                   perform report-token-error
           end-evaluate
           perform get-next-token
       end-perform.

parse-strip-card.
       perform get-next-token
       perform until no-more-tokens
