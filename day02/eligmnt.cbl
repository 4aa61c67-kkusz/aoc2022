           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELIGMNT.

      *****************************************************************
      *  PLAYER ELIGIBILITY MAINTENANCE.  APPLIES THE CARDS ON
      *  ELIGIBILITY_TRANS.TXT TO DAY02_ELIGIBILITY.TXT, WHICH THE
      *  DAY02 ENGINE USES TO KEEP INELIGIBLE PLAYERS OUT OF PLAY:
      *
      *     ACTION   PLYR FROM     TO       RSN
      *     SUSPEND  P001 20261014 20261020 CNDT
      *     WITHDRAW P001 20261014
      *     REINSTAT P001 20261017
      *
      *  FROM DEFAULTS TO THE BUSINESS DATE.  A SUSPENSION NEEDS AN
      *  END DATE AND A REASON; A WITHDRAWAL IS OPEN-ENDED (REASON
      *  WDRN WHEN NONE IS GIVEN).  NEITHER MAY OVERLAP ONE ALREADY ON
      *  FILE.  REINSTAT ENDS THE SUSPENSION OR WITHDRAWAL IN FORCE ON
      *  FROM AT THE DAY BEFORE, OR CANCELS IT WHEN IT STARTS THAT
      *  DAY.  EVERY CARD IS LISTED ON ELIGMNT_AUDIT.TXT WITH BEFORE
      *  AND AFTER IMAGES.  A MASTER GENERATION IS KEPT (SEE MSTBKUP)
      *  BEFORE THE MASTER IS REWRITTEN.  RC 4 WHEN A CARD IS
      *  REJECTED, RC 8 WHEN THERE ARE NO CARDS, THE DATE IS CLOSED OR
      *  NO GENERATION COULD BE KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT TRANS-FILE ASSIGN TO 'eligibility_trans.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT MASTER-IN ASSIGN TO 'day02_eligibility.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT MASTER-OUT ASSIGN TO 'day02_eligibility.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AUDIT-OUT ASSIGN TO 'eligmnt_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD TRANS-FILE.
              01 IN-TRANS-CARD.
                 03 IN-TRANS-ACTION    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-PLAYER    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-FROM      PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-TO        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-REASON    PIC X(4).

      *  ONE CARD PER SUSPENSION (S) OR WITHDRAWAL (W); THE PLAYER IS
      *  INELIGIBLE FROM ELG-FROM THROUGH ELG-TO INCLUSIVE.  AN OPEN
      *  WITHDRAWAL RUNS TO 99991231.
              FD MASTER-IN.
              01 IN-ELG-CARD.
                 03 IN-ELG-PLAYER      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-STATUS      PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-FROM        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-TO          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-REASON      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELG-SET-ON      PIC X(8).

              FD MASTER-OUT.
              01 WS-MASTER-OUT-LINE.
                 03 OUT-ELG-PLAYER     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-ELG-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-ELG-FROM       PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-ELG-TO         PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-ELG-REASON     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-ELG-SET-ON     PIC X(8).

              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'ELIGMNT'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-LINE-NO       PIC 9(7).
              01 WS-EXCP-REASON        PIC X(8).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.

              01 WS-MAX-ELG            PIC 9(3) COMP VALUE 500.
              01 WS-ELG-TABLE.
                 03 WS-ELG-ENTRY OCCURS 500.
                    05 WS-ELG-PLAYER      PIC X(4).
                    05 WS-ELG-STATUS      PIC X(1).
                    05 WS-ELG-FROM        PIC 9(8).
                    05 WS-ELG-TO          PIC 9(8).
                    05 WS-ELG-REASON      PIC X(4).
                    05 WS-ELG-SET-ON      PIC X(8).
                    05 WS-ELG-DROP-SW     PIC X(1).
              01 WS-ELG-COUNT          PIC 9(3) COMP VALUE 0.
              01 WS-ELG-IX             PIC 9(3) COMP.
              01 IX                    PIC 9(3) COMP.

              01 WS-TRANS-READ         PIC 9(7) VALUE 0.
              01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-BEFORE-IMAGE       PIC X(40).
              01 WS-AFTER-IMAGE        PIC X(40).

              01 WS-TRANS-FROM         PIC 9(8).
              01 WS-TRANS-TO           PIC 9(8).
              01 WS-TRANS-REASON       PIC X(4).
              01 WS-OPEN-END           PIC 9(8) VALUE 99991231.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-ELIGIBILITY-MASTER

               OPEN OUTPUT AUDIT-OUT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'PLAYER ELIGIBILITY MAINTENANCE FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT TRANS-FILE
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'ELIGMNT: NO TRANSACTION FILE - '
                          'NOTHING TO APPLY'
                  MOVE 'NO TRANSACTION CARDS PRESENT'
                    TO WS-AUDIT-LINE
                  WRITE WS-AUDIT-LINE
                  CLOSE AUDIT-OUT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM UNTIL WS-EOF
                  READ TRANS-FILE
                  AT END
                     SET WS-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-TRANS-READ
                     IF IN-TRANS-CARD NOT = SPACES
                        PERFORM APPLY-ONE-TRANSACTION
                     END-IF
                  END-READ
               END-PERFORM
               CLOSE TRANS-FILE

               IF WS-APPLIED-COUNT > ZERO
                  MOVE 'day02_eligibility.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-ELIGIBILITY-MASTER
                  END-IF
               END-IF

               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CARDS READ=' WS-TRANS-READ
                      ' APPLIED=' WS-APPLIED-COUNT
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               CLOSE AUDIT-OUT

               DISPLAY 'ELIGMNT: ' WS-APPLIED-COUNT ' APPLIED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'ELIGMNT_AUDIT.TXT'
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-ELIGIBILITY-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'ELIGMNT: NO ELIGIBILITY FILE ON FILE - '
                          'STARTING A NEW FILE'
               ELSE
                  PERFORM UNTIL WS-MASTER-EOF
                     READ MASTER-IN
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-MASTER-CARD
                     END-READ
                  END-PERFORM
                  CLOSE MASTER-IN
               END-IF
               .

           POST-MASTER-CARD SECTION.
               IF  IN-ELG-PLAYER NOT = SPACES
               AND IN-ELG-FROM IS NUMERIC
               AND IN-ELG-TO IS NUMERIC
                  IF WS-ELG-COUNT >= WS-MAX-ELG
                     DISPLAY 'ELIGMNT: ELIGIBILITY TABLE CAPACITY '
                             'OF ' WS-MAX-ELG ' EXCEEDED - '
                             'CARD DROPPED: ' IN-ELG-CARD
                  ELSE
                     ADD 1 TO WS-ELG-COUNT
                     MOVE IN-ELG-PLAYER TO WS-ELG-PLAYER(WS-ELG-COUNT)
                     MOVE IN-ELG-STATUS TO WS-ELG-STATUS(WS-ELG-COUNT)
                     MOVE IN-ELG-FROM   TO WS-ELG-FROM(WS-ELG-COUNT)
                     MOVE IN-ELG-TO     TO WS-ELG-TO(WS-ELG-COUNT)
                     MOVE IN-ELG-REASON TO WS-ELG-REASON(WS-ELG-COUNT)
                     MOVE IN-ELG-SET-ON TO WS-ELG-SET-ON(WS-ELG-COUNT)
                     MOVE 'N' TO WS-ELG-DROP-SW(WS-ELG-COUNT)
                  END-IF
               ELSE
                  IF IN-ELG-PLAYER NOT = SPACES
                     DISPLAY 'ELIGMNT: MALFORMED ELIGIBILITY CARD '
                             'DROPPED: ' IN-ELG-CARD
                  END-IF
               END-IF
               .

           APPLY-ONE-TRANSACTION SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO TO WS-ELG-IX
               PERFORM EDIT-TRANSACTION-DATES
               IF WS-REJECT-REASON = SPACES
                  EVALUATE IN-TRANS-ACTION
                     WHEN 'SUSPEND '
                        PERFORM APPLY-SUSPEND-CARD
                     WHEN 'WITHDRAW'
                        PERFORM APPLY-WITHDRAW-CARD
                     WHEN 'REINSTAT'
                        PERFORM APPLY-REINSTATE-CARD
                     WHEN OTHER
                        MOVE 'BADACTN' TO WS-REJECT-REASON
                  END-EVALUATE
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM WRITE-REJECT-AUDIT
               END-IF
               .

      *  FROM DEFAULTS TO THE RUN DATE; TO IS ONLY NEEDED ON SUSPEND.
           EDIT-TRANSACTION-DATES SECTION.
               EVALUATE TRUE
                  WHEN IN-TRANS-PLAYER = SPACES
                     MOVE 'NOPLAYER' TO WS-REJECT-REASON
                  WHEN IN-TRANS-FROM = SPACES
                     MOVE WS-RUN-DATE TO WS-TRANS-FROM
                  WHEN IN-TRANS-FROM IS NOT NUMERIC
                     MOVE 'BADDATE' TO WS-REJECT-REASON
                  WHEN OTHER
                     MOVE IN-TRANS-FROM TO WS-TRANS-FROM
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRANS-FROM)
                        NOT = ZERO
                        MOVE 'BADDATE' TO WS-REJECT-REASON
                     END-IF
               END-EVALUATE
               MOVE WS-OPEN-END TO WS-TRANS-TO
               IF  WS-REJECT-REASON = SPACES
               AND IN-TRANS-TO NOT = SPACES
                  IF IN-TRANS-TO IS NOT NUMERIC
                     MOVE 'BADDATE' TO WS-REJECT-REASON
                  ELSE
                     MOVE IN-TRANS-TO TO WS-TRANS-TO
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRANS-TO)
                        NOT = ZERO
                        MOVE 'BADDATE' TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-IF
               MOVE IN-TRANS-REASON TO WS-TRANS-REASON
               .

           APPLY-SUSPEND-CARD SECTION.
               EVALUATE TRUE
                  WHEN IN-TRANS-TO = SPACES
                     MOVE 'NOENDDT' TO WS-REJECT-REASON
                  WHEN WS-TRANS-TO < WS-TRANS-FROM
                     MOVE 'BADRANGE' TO WS-REJECT-REASON
                  WHEN WS-TRANS-REASON = SPACES
                     MOVE 'NOREASON' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM CHECK-OVERLAP
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  PERFORM ADD-ELIGIBILITY-ENTRY
                  IF WS-REJECT-REASON = SPACES
                     MOVE 'S' TO WS-ELG-STATUS(WS-ELG-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     MOVE '(NONE)' TO WS-BEFORE-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
                  END-IF
               END-IF
               .

           APPLY-WITHDRAW-CARD SECTION.
               IF WS-TRANS-REASON = SPACES
                  MOVE 'WDRN' TO WS-TRANS-REASON
               END-IF
               MOVE WS-OPEN-END TO WS-TRANS-TO
               PERFORM CHECK-OVERLAP
               IF WS-REJECT-REASON = SPACES
                  PERFORM ADD-ELIGIBILITY-ENTRY
                  IF WS-REJECT-REASON = SPACES
                     MOVE 'W' TO WS-ELG-STATUS(WS-ELG-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     MOVE '(NONE)' TO WS-BEFORE-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
                  END-IF
               END-IF
               .

      *  REINSTATEMENT ENDS THE SUSPENSION OR WITHDRAWAL IN FORCE ON
      *  THE EFFECTIVE DATE AT THE DAY BEFORE; ONE THAT HAD NOT YET
      *  STARTED IS CANCELLED OUTRIGHT.
           APPLY-REINSTATE-CARD SECTION.
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELG-COUNT
                  IF  WS-ELG-PLAYER(IX) = IN-TRANS-PLAYER
                  AND WS-ELG-DROP-SW(IX) = 'N'
                  AND WS-ELG-FROM(IX) <= WS-TRANS-FROM
                  AND WS-ELG-TO(IX) >= WS-TRANS-FROM
                     MOVE IX TO WS-ELG-IX
                     MOVE WS-ELG-COUNT TO IX
                  END-IF
               END-PERFORM
               IF WS-ELG-IX = ZERO
                  MOVE 'NOTSUSP' TO WS-REJECT-REASON
               ELSE
                  PERFORM BUILD-BEFORE-IMAGE
                  IF WS-ELG-FROM(WS-ELG-IX) = WS-TRANS-FROM
                     MOVE 'Y' TO WS-ELG-DROP-SW(WS-ELG-IX)
                     MOVE '(CANCELLED)' TO WS-AFTER-IMAGE
                  ELSE
                     COMPUTE WS-ELG-TO(WS-ELG-IX) =
                             FUNCTION DATE-OF-INTEGER
                             (FUNCTION INTEGER-OF-DATE(WS-TRANS-FROM)
                              - 1)
                     PERFORM BUILD-AFTER-IMAGE
                  END-IF
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           CHECK-OVERLAP SECTION.
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELG-COUNT
                  IF  WS-ELG-PLAYER(IX) = IN-TRANS-PLAYER
                  AND WS-ELG-DROP-SW(IX) = 'N'
                  AND WS-ELG-FROM(IX) <= WS-TRANS-TO
                  AND WS-ELG-TO(IX) >= WS-TRANS-FROM
                     MOVE 'OVERLAP' TO WS-REJECT-REASON
                     MOVE IX TO WS-ELG-IX
                     MOVE WS-ELG-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           ADD-ELIGIBILITY-ENTRY SECTION.
               IF WS-ELG-COUNT >= WS-MAX-ELG
                  MOVE 'TBLFULL' TO WS-REJECT-REASON
               ELSE
                  ADD 1 TO WS-ELG-COUNT
                  MOVE WS-ELG-COUNT TO WS-ELG-IX
                  MOVE IN-TRANS-PLAYER TO WS-ELG-PLAYER(WS-ELG-IX)
                  MOVE WS-TRANS-FROM   TO WS-ELG-FROM(WS-ELG-IX)
                  MOVE WS-TRANS-TO     TO WS-ELG-TO(WS-ELG-IX)
                  MOVE WS-TRANS-REASON TO WS-ELG-REASON(WS-ELG-IX)
                  MOVE WS-RUN-DATE     TO WS-ELG-SET-ON(WS-ELG-IX)
                  MOVE 'N' TO WS-ELG-DROP-SW(WS-ELG-IX)
               END-IF
               .

           BUILD-BEFORE-IMAGE SECTION.
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING WS-ELG-STATUS(WS-ELG-IX)
                      ' ' WS-ELG-FROM(WS-ELG-IX)
                      ' ' WS-ELG-TO(WS-ELG-IX)
                      ' ' WS-ELG-REASON(WS-ELG-IX)
                  DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               .

           BUILD-AFTER-IMAGE SECTION.
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING WS-ELG-STATUS(WS-ELG-IX)
                      ' ' WS-ELG-FROM(WS-ELG-IX)
                      ' ' WS-ELG-TO(WS-ELG-IX)
                      ' ' WS-ELG-REASON(WS-ELG-IX)
                  DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               .

           WRITE-APPLIED-AUDIT SECTION.
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'APPLIED ACTION=' IN-TRANS-ACTION
                      ' PLAYER=' IN-TRANS-PLAYER
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING '        AFTER=' WS-AFTER-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               .

           WRITE-REJECT-AUDIT SECTION.
               ADD 1 TO WS-REJECT-COUNT
               IF WS-ELG-IX > ZERO
                  PERFORM BUILD-BEFORE-IMAGE
               ELSE
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NONE)' TO WS-BEFORE-IMAGE
               END-IF
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'REJECTED ACTION=' IN-TRANS-ACTION
                      ' PLAYER=' IN-TRANS-PLAYER
                      ' REASON=' WS-REJECT-REASON
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'eligibility_trans.txt' TO WS-EXCP-FILE-NAME
               MOVE WS-TRANS-READ     TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
               MOVE IN-TRANS-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-ELIGIBILITY-MASTER SECTION.
               OPEN OUTPUT MASTER-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-ELG-COUNT
                  IF WS-ELG-DROP-SW(IX) = 'N'
                     MOVE SPACES TO WS-MASTER-OUT-LINE
                     MOVE WS-ELG-PLAYER(IX) TO OUT-ELG-PLAYER
                     MOVE WS-ELG-STATUS(IX) TO OUT-ELG-STATUS
                     MOVE WS-ELG-FROM(IX)   TO OUT-ELG-FROM
                     MOVE WS-ELG-TO(IX)     TO OUT-ELG-TO
                     MOVE WS-ELG-REASON(IX) TO OUT-ELG-REASON
                     MOVE WS-ELG-SET-ON(IX) TO OUT-ELG-SET-ON
                     WRITE WS-MASTER-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE MASTER-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
