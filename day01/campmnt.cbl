           IDENTIFICATION DIVISION.
           PROGRAM-ID. CAMPMNT.

      *****************************************************************
      *  CAMP MASTER MAINTENANCE.  APPLIES THE CARDS ON CAMP_TRANS.TXT
      *  TO CAMP_MASTER.TXT:
      *
      *     ACTION CAMP NAME                 CAP  LEADER
      *     ADD    NPLE NORTH POLE EAST      0120 E0000001
      *     CHANGE NPLE NORTH POLE EAST      0150
      *     CLOSE  NPLE
      *     REOPEN NPLE
      *
      *  A LEADER MUST BE AN ACTIVE ELF OF THE SAME CAMP ON
      *  ELF_MASTER.TXT.  EVERY CARD IS LISTED ON CAMPMNT_AUDIT.TXT,
      *  APPLIED CARDS WITH THEIR BEFORE AND AFTER IMAGES.  A MASTER
      *  GENERATION IS KEPT (SEE MSTBKUP) BEFORE THE MASTER IS
      *  REWRITTEN.  RC 4 WHEN A CARD IS REJECTED, RC 8 WHEN THERE ARE
      *  NO CARDS, THE DATE IS CLOSED OR NO GENERATION COULD BE KEPT.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT TRANS-FILE ASSIGN TO 'camp_trans.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EOF-FILE-STATUS.
              SELECT MASTER-IN ASSIGN TO 'camp_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-STATUS.
              SELECT MASTER-OUT ASSIGN TO 'camp_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ELF-MASTER ASSIGN TO 'elf_master.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFMST-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'campmnt_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
              FD TRANS-FILE.
              01 IN-TRANS-CARD.
                 03 IN-TRANS-ACTION    PIC X(6).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-CAMP      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-NAME      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-CAPACITY  PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-LEADER    PIC X(8).

              FD MASTER-IN.
              01 IN-CAMP-CARD.
                 03 IN-CAMP-CODE       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-NAME       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-CAPACITY   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-LEADER     PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-CAMP-STATUS     PIC X(1).

              FD MASTER-OUT.
              01 WS-MASTER-OUT-LINE.
                 03 OUT-CAMP-CODE      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-CAMP-NAME      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 OUT-CAMP-CAPACITY  PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-CAMP-LEADER    PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-CAMP-STATUS    PIC X(1).

              FD ELF-MASTER.
              01 IN-ELF-CARD.
                 03 IN-ELF-CAMP        PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ORDINAL     PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-ID          PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-NAME        PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-ELF-STATUS      PIC X(1).

              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-POST-FILE           PIC X(40).
              01 WS-POST-LEN            PIC 9(3).
              01 WS-POST-STATUS         PIC X(2).
              COPY EOFSW.

              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-ELFMST-STATUS      PIC X(2).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'CAMPMNT'.
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

              01 WS-MAX-CAMPS          PIC 9(2) COMP VALUE 50.
              01 WS-CAMP-TABLE.
                 03 WS-CAMP-ENTRY OCCURS 50.
                    05 WS-CAMP-CODE       PIC X(4).
                    05 WS-CAMP-NAME       PIC X(20).
                    05 WS-CAMP-CAPACITY   PIC 9(4).
                    05 WS-CAMP-LEADER     PIC X(8).
                    05 WS-CAMP-STATUS     PIC X(1).
              01 WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
              01 WS-CAMP-IX            PIC 9(2) COMP.
              01 IX                    PIC 9(4) COMP.

              01 WS-MAX-ELVES          PIC 9(4) COMP VALUE 2000.
              01 WS-ELF-TABLE.
                 03 WS-ELF-ENTRY OCCURS 2000.
                    05 WS-ELF-ID          PIC X(8).
                    05 WS-ELF-CAMP        PIC X(4).
                    05 WS-ELF-STATUS      PIC X(1).
              01 WS-ELF-COUNT          PIC 9(4) COMP VALUE 0.
              01 WS-ELF-IX             PIC 9(4) COMP.

              01 WS-TRANS-READ         PIC 9(7) VALUE 0.
              01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-BEFORE-IMAGE       PIC X(40).
              01 WS-AFTER-IMAGE        PIC X(40).

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-CAMP-MASTER
               PERFORM LOAD-ELF-IDS

               OPEN OUTPUT AUDIT-OUT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'CAMP MASTER MAINTENANCE FOR ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE

               SET WS-NOT-EOF TO TRUE
               OPEN INPUT TRANS-FILE
               IF WS-EOF-STATUS-ERROR
                  DISPLAY 'CAMPMNT: NO TRANSACTION FILE - '
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
                  MOVE 'camp_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-CAMP-MASTER
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

               DISPLAY 'CAMPMNT: ' WS-APPLIED-COUNT ' APPLIED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'CAMPMNT_AUDIT.TXT'
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD-CAMP-MASTER SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT MASTER-IN
               IF WS-MASTER-STATUS NOT = '00'
                  DISPLAY 'CAMPMNT: NO CAMP MASTER ON FILE - '
                          'STARTING A NEW MASTER'
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
               IF IN-CAMP-CODE NOT = SPACES
                  IF WS-CAMP-COUNT >= WS-MAX-CAMPS
                     DISPLAY 'CAMPMNT: CAMP MASTER TABLE CAPACITY '
                             'OF ' WS-MAX-CAMPS ' EXCEEDED - '
                             'CARD DROPPED: ' IN-CAMP-CARD
                  ELSE
                     ADD 1 TO WS-CAMP-COUNT
                     MOVE IN-CAMP-CODE
                       TO WS-CAMP-CODE(WS-CAMP-COUNT)
                     MOVE IN-CAMP-NAME
                       TO WS-CAMP-NAME(WS-CAMP-COUNT)
                     IF IN-CAMP-CAPACITY IS NUMERIC
                        MOVE IN-CAMP-CAPACITY
                          TO WS-CAMP-CAPACITY(WS-CAMP-COUNT)
                     ELSE
                        MOVE ZERO TO WS-CAMP-CAPACITY(WS-CAMP-COUNT)
                     END-IF
                     MOVE IN-CAMP-LEADER
                       TO WS-CAMP-LEADER(WS-CAMP-COUNT)
                     IF IN-CAMP-STATUS = 'C'
                        MOVE 'C' TO WS-CAMP-STATUS(WS-CAMP-COUNT)
                     ELSE
                        MOVE 'O' TO WS-CAMP-STATUS(WS-CAMP-COUNT)
                     END-IF
                  END-IF
               END-IF
               .

           LOAD-ELF-IDS SECTION.
               MOVE 'N' TO WS-MASTER-EOF-SW
               OPEN INPUT ELF-MASTER
               IF WS-ELFMST-STATUS NOT = '00'
                  DISPLAY 'CAMPMNT: NO ELF MASTER - CAMP LEADERS '
                          'NOT VALIDATED'
               ELSE
                  PERFORM UNTIL WS-MASTER-EOF
                     READ ELF-MASTER
                     AT END
                        SET WS-MASTER-EOF TO TRUE
                     NOT AT END
                        IF  IN-ELF-ID NOT = SPACES
                        AND WS-ELF-COUNT < WS-MAX-ELVES
                           ADD 1 TO WS-ELF-COUNT
                           MOVE IN-ELF-ID
                             TO WS-ELF-ID(WS-ELF-COUNT)
                           MOVE IN-ELF-CAMP
                             TO WS-ELF-CAMP(WS-ELF-COUNT)
                           MOVE IN-ELF-STATUS
                             TO WS-ELF-STATUS(WS-ELF-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE ELF-MASTER
               END-IF
               .

           APPLY-ONE-TRANSACTION SECTION.
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM FIND-MASTER-ENTRY
               EVALUATE IN-TRANS-ACTION
                  WHEN 'ADD   '
                     PERFORM APPLY-ADD-CARD
                  WHEN 'CHANGE'
                     PERFORM APPLY-CHANGE-CARD
                  WHEN 'CLOSE '
                     PERFORM APPLY-CLOSE-CARD
                  WHEN 'REOPEN'
                     PERFORM APPLY-REOPEN-CARD
                  WHEN OTHER
                     MOVE 'BADACTN' TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                  PERFORM WRITE-REJECT-AUDIT
               END-IF
               .

           FIND-MASTER-ENTRY SECTION.
               MOVE ZERO TO WS-CAMP-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAMP-COUNT
                  IF WS-CAMP-CODE(IX) = IN-TRANS-CAMP
                     MOVE IX TO WS-CAMP-IX
                     MOVE WS-CAMP-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           CHECK-LEADER SECTION.
               IF  IN-TRANS-LEADER NOT = SPACES
               AND WS-ELF-COUNT > ZERO
                  MOVE ZERO TO WS-ELF-IX
                  PERFORM VARYING IX FROM 1 BY 1
                          UNTIL IX > WS-ELF-COUNT
                     IF WS-ELF-ID(IX) = IN-TRANS-LEADER
                        MOVE IX TO WS-ELF-IX
                        MOVE WS-ELF-COUNT TO IX
                     END-IF
                  END-PERFORM
                  EVALUATE TRUE
                     WHEN WS-ELF-IX = ZERO
                        MOVE 'NOLEADER' TO WS-REJECT-REASON
                     WHEN WS-ELF-STATUS(WS-ELF-IX) = 'D'
                        MOVE 'LDRDEACT' TO WS-REJECT-REASON
                     WHEN WS-ELF-CAMP(WS-ELF-IX) NOT = IN-TRANS-CAMP
                        MOVE 'LDRCAMP' TO WS-REJECT-REASON
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
               .

           APPLY-ADD-CARD SECTION.
               EVALUATE TRUE
                  WHEN IN-TRANS-CAMP = SPACES
                     MOVE 'NOCAMP' TO WS-REJECT-REASON
                  WHEN WS-CAMP-IX > ZERO
                     MOVE 'DUPKEY' TO WS-REJECT-REASON
                  WHEN IN-TRANS-CAPACITY NOT NUMERIC
                     MOVE 'BADCAP' TO WS-REJECT-REASON
                  WHEN WS-CAMP-COUNT >= WS-MAX-CAMPS
                     MOVE 'TBLFULL' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM CHECK-LEADER
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-CAMP-COUNT
                  MOVE WS-CAMP-COUNT TO WS-CAMP-IX
                  MOVE IN-TRANS-CAMP
                    TO WS-CAMP-CODE(WS-CAMP-IX)
                  MOVE IN-TRANS-NAME
                    TO WS-CAMP-NAME(WS-CAMP-IX)
                  MOVE IN-TRANS-CAPACITY
                    TO WS-CAMP-CAPACITY(WS-CAMP-IX)
                  MOVE IN-TRANS-LEADER
                    TO WS-CAMP-LEADER(WS-CAMP-IX)
                  MOVE 'O' TO WS-CAMP-STATUS(WS-CAMP-IX)
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NEW)' TO WS-BEFORE-IMAGE
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           APPLY-CHANGE-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CAMP-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN IN-TRANS-CAPACITY NOT = SPACES
                   AND IN-TRANS-CAPACITY NOT NUMERIC
                     MOVE 'BADCAP' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM CHECK-LEADER
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                  PERFORM BUILD-BEFORE-IMAGE
                  IF IN-TRANS-NAME NOT = SPACES
                     MOVE IN-TRANS-NAME TO WS-CAMP-NAME(WS-CAMP-IX)
                  END-IF
                  IF IN-TRANS-CAPACITY NOT = SPACES
                     MOVE IN-TRANS-CAPACITY
                       TO WS-CAMP-CAPACITY(WS-CAMP-IX)
                  END-IF
                  IF IN-TRANS-LEADER NOT = SPACES
                     MOVE IN-TRANS-LEADER
                       TO WS-CAMP-LEADER(WS-CAMP-IX)
                  END-IF
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           APPLY-CLOSE-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CAMP-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN WS-CAMP-STATUS(WS-CAMP-IX) = 'C'
                     MOVE 'ALRCLOSE' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE 'C' TO WS-CAMP-STATUS(WS-CAMP-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
               END-EVALUATE
               .

           APPLY-REOPEN-CARD SECTION.
               EVALUATE TRUE
                  WHEN WS-CAMP-IX = ZERO
                     MOVE 'NOTFOUND' TO WS-REJECT-REASON
                  WHEN WS-CAMP-STATUS(WS-CAMP-IX) = 'O'
                     MOVE 'ALROPEN' TO WS-REJECT-REASON
                  WHEN OTHER
                     PERFORM BUILD-BEFORE-IMAGE
                     MOVE 'O' TO WS-CAMP-STATUS(WS-CAMP-IX)
                     PERFORM BUILD-AFTER-IMAGE
                     PERFORM WRITE-APPLIED-AUDIT
               END-EVALUATE
               .

           BUILD-BEFORE-IMAGE SECTION.
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING WS-CAMP-NAME(WS-CAMP-IX)
                      ' ' WS-CAMP-CAPACITY(WS-CAMP-IX)
                      ' ' WS-CAMP-LEADER(WS-CAMP-IX)
                      ' ' WS-CAMP-STATUS(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               .

           BUILD-AFTER-IMAGE SECTION.
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING WS-CAMP-NAME(WS-CAMP-IX)
                      ' ' WS-CAMP-CAPACITY(WS-CAMP-IX)
                      ' ' WS-CAMP-LEADER(WS-CAMP-IX)
                      ' ' WS-CAMP-STATUS(WS-CAMP-IX)
                  DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               .

           WRITE-APPLIED-AUDIT SECTION.
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'APPLIED ACTION=' IN-TRANS-ACTION
                      ' CAMP=' IN-TRANS-CAMP
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
               IF WS-CAMP-IX > ZERO
                  PERFORM BUILD-BEFORE-IMAGE
               ELSE
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NONE)' TO WS-BEFORE-IMAGE
               END-IF
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'REJECTED ACTION=' IN-TRANS-ACTION
                      ' CAMP=' IN-TRANS-CAMP
                      ' REASON=' WS-REJECT-REASON
                      ' BEFORE=' WS-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE 'camp_trans.txt'  TO WS-EXCP-FILE-NAME
               MOVE WS-TRANS-READ     TO WS-EXCP-LINE-NO
               MOVE WS-REJECT-REASON  TO WS-EXCP-REASON
               MOVE IN-TRANS-CARD     TO WS-EXCP-IMAGE
               PERFORM WRITE-EXCEPTION-LOG
               .

           REWRITE-CAMP-MASTER SECTION.
               OPEN OUTPUT MASTER-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-CAMP-COUNT
                  MOVE SPACES TO WS-MASTER-OUT-LINE
                  MOVE WS-CAMP-CODE(IX)     TO OUT-CAMP-CODE
                  MOVE WS-CAMP-NAME(IX)     TO OUT-CAMP-NAME
                  MOVE WS-CAMP-CAPACITY(IX) TO OUT-CAMP-CAPACITY
                  MOVE WS-CAMP-LEADER(IX)   TO OUT-CAMP-LEADER
                  MOVE WS-CAMP-STATUS(IX)   TO OUT-CAMP-STATUS
                  WRITE WS-MASTER-OUT-LINE
               END-PERFORM
               CLOSE MASTER-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
