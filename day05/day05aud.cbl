                 03 IN-LOG-MODE       PIC X(4).
                 03 FILLER            PIC X(6).
                 03 IN-LOG-LINE       PIC X(7).
                 03 FILLER            PIC X(54).

              FD INVENTORY-IN.
              01 IN-INVENTORY-LINE.
              01 WS-MOVELOG-STATUS            PIC X(2).
              01 WS-INVENTORY-STATUS          PIC X(2).

              01 WS-RUN-DATE                  PIC 9(8).
              01 WS-RUN-DATE-X                PIC X(8).

              01 WS-BUFFER.
                 03 WS-BUFFER-LINE OCCURS 50.
                    05 WS-BUFFER-STACK OCCURS 20.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-RUN-DATE-X

               OPEN OUTPUT AUDIT-OUT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'DAY05 INVENTORY AUDIT REPLAY FOR '
                      WS-RUN-DATE-X
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               PERFORM REBUILD-FROM-DIAGRAM
               .

           APPLY-ONE-UNIT SECTION.
               EVALUATE WS-MV-MODE(WS-MOVE-IX)
                  WHEN '9001'
                     PERFORM APPLY-9001-BLOCK
                  WHEN 'RECV'
                     PERFORM APPLY-RECEIVE-ENTRY
                  WHEN 'DISP'
                     PERFORM APPLY-DISPATCH-ENTRY
                  WHEN OTHER
                     PERFORM APPLY-SINGLE-ENTRY
               END-EVALUATE
               .

      *****************************************************************
      *  A RECEIPT BRINGS A CRATE INTO THE YARD (FROM=00) AND A
      *  DISPATCH SENDS ONE OUT (TO=00), SO ONLY ONE SIDE OF THE
      *  ENTRY TOUCHES THE DERIVED STACKS.
      *****************************************************************
           APPLY-RECEIVE-ENTRY SECTION.
               MOVE WS-MV-TO(WS-MOVE-IX)   TO WS-TO
               MOVE WS-MV-SEQ(WS-MOVE-IX)  TO WS-SEQ-DISP
               IF WS-TO < 1 OR WS-TO > WS-NUM-STACKS
               OR WS-MV-CRATE(WS-MOVE-IX) = SPACE
                  ADD 1 TO WS-MISMATCH-COUNT
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'LOG ENTRY SEQ=' WS-SEQ-DISP
                         ' CANNOT BE APPLIED TO DERIVED STACKS'
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               ELSE
                  MOVE WS-DRV-SIZE(WS-TO) TO WS-POS
                  ADD 1 TO WS-POS
                  MOVE WS-MV-CRATE(WS-MOVE-IX)
                    TO WS-DRV-ITEM(WS-TO, WS-POS)
                  MOVE WS-POS TO WS-DRV-SIZE(WS-TO)
                  ADD 1 TO WS-MOVES-APPLIED
               END-IF
               ADD 1 TO WS-MOVE-IX
               .

           APPLY-DISPATCH-ENTRY SECTION.
               MOVE WS-MV-FROM(WS-MOVE-IX) TO WS-FROM
               MOVE WS-MV-SEQ(WS-MOVE-IX)  TO WS-SEQ-DISP
               IF WS-FROM < 1 OR WS-FROM > WS-NUM-STACKS
               OR WS-DRV-SIZE(WS-FROM) = ZERO
                  ADD 1 TO WS-MISMATCH-COUNT
                  MOVE SPACES TO WS-AUDIT-LINE
                  STRING 'LOG ENTRY SEQ=' WS-SEQ-DISP
                         ' CANNOT BE APPLIED TO DERIVED STACKS'
                     DELIMITED BY SIZE INTO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
               ELSE
                  MOVE WS-DRV-SIZE(WS-FROM) TO WS-POS
                  MOVE WS-DRV-ITEM(WS-FROM, WS-POS) TO WS-CRATE
                  IF  WS-MV-CRATE(WS-MOVE-IX) NOT = SPACE
                  AND WS-MV-CRATE(WS-MOVE-IX) NOT = WS-CRATE
                     ADD 1 TO WS-MISMATCH-COUNT
                     MOVE SPACES TO WS-AUDIT-LINE
                     STRING 'LOG ENTRY SEQ=' WS-SEQ-DISP
                            ' SAYS CRATE='
                            WS-MV-CRATE(WS-MOVE-IX)
                            ' BUT DERIVED TOP IS ' WS-CRATE
                        DELIMITED BY SIZE INTO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                  END-IF
                  MOVE SPACE TO WS-DRV-ITEM(WS-FROM, WS-POS)
                  SUBTRACT 1 FROM WS-DRV-SIZE(WS-FROM)
                  ADD 1 TO WS-MOVES-APPLIED
               END-IF
               ADD 1 TO WS-MOVE-IX
               .

           APPLY-SINGLE-ENTRY SECTION.
