                 03 IN-LOG-MODE       PIC X(4).
                 03 FILLER            PIC X(6).
                 03 IN-LOG-LINE       PIC X(7).
                 03 FILLER            PIC X(54).

              FD RESTORED-OUT.
              01 WS-RESTORED-LINE     PIC X(80).
               .

           UNDO-ONE-UNIT SECTION.
               EVALUATE WS-MV-MODE(WS-MOVE-IX)
                  WHEN '9001'
                     PERFORM UNDO-9001-BLOCK
                  WHEN 'RECV'
                     PERFORM UNDO-RECEIPT
                  WHEN 'DISP'
                     PERFORM UNDO-DISPATCH
                  WHEN OTHER
                     PERFORM UNDO-SINGLE-MOVE
               END-EVALUATE
               .

      *****************************************************************
      *  UNDOING A RECEIPT TAKES THE CRATE BACK OFF ITS STACK AND OUT
      *  OF THE YARD; UNDOING A DISPATCH PUTS THE SHIPPED CRATE BACK
      *  ON TOP OF THE STACK IT LEFT FROM.
      *****************************************************************
           UNDO-RECEIPT SECTION.
               MOVE WS-MV-TO(WS-MOVE-IX) TO WS-SRC
               MOVE ZERO TO WS-DST
               PERFORM POP-AND-VERIFY-CRATE
               ADD 1 TO WS-UNDONE-COUNT
               SUBTRACT 1 FROM WS-MOVE-IX
               .

           UNDO-DISPATCH SECTION.
               MOVE WS-MV-FROM(WS-MOVE-IX) TO WS-DST
               IF WS-DST < 1 OR WS-MV-CRATE(WS-MOVE-IX) = SPACE
                  DISPLAY 'DAY05RBK: DISPATCH ENTRY HAS NO STACK OR '
                          'CRATE - LOG AND INVENTORY DISAGREE'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE WS-STACK-SIZE(WS-DST) TO WS-POS
               ADD 1 TO WS-POS
               MOVE WS-MV-CRATE(WS-MOVE-IX)
                 TO WS-STACK-ITEM(WS-DST, WS-POS)
               MOVE WS-POS TO WS-STACK-SIZE(WS-DST)
               IF WS-DST > WS-NUM-STACKS
                  MOVE WS-DST TO WS-NUM-STACKS
               END-IF
               ADD 1 TO WS-UNDONE-COUNT
               SUBTRACT 1 FROM WS-MOVE-IX
               .

           UNDO-SINGLE-MOVE SECTION.
               END-IF
               MOVE SPACE TO WS-STACK-ITEM(WS-SRC, WS-POS)
               SUBTRACT 1 FROM WS-STACK-SIZE(WS-SRC)
               IF WS-DST > ZERO
                  MOVE WS-STACK-SIZE(WS-DST) TO WS-POS
                  ADD 1 TO WS-POS
                  MOVE WS-POPPED-CRATE
                    TO WS-STACK-ITEM(WS-DST, WS-POS)
                  MOVE WS-POS TO WS-STACK-SIZE(WS-DST)
               END-IF
               .

           WRITE-RESTORED-STATE SECTION.
