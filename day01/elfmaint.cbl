              FILE STATUS IS WS-CAMP-LIST-STATUS.
              SELECT AUDIT-OUT ASSIGN TO 'elfmaint_audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT HIST-IN ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.
              SELECT HIST-OUT ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
                 03 IN-TRANS-ID        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-NAME      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-TRANS-CERTS     PIC X(14).

              FD MASTER-IN.
              01 IN-ELF-CARD.
              FD AUDIT-OUT.
              01 WS-AUDIT-LINE         PIC X(132).

              FD HIST-IN.
              01 IN-HIST-CARD.
                 03 IN-HIST-CAMP       PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-ORDINAL    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-ID         PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-NAME       PIC X(20).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-STATUS     PIC X(1).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-CERTS      PIC X(14).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-FROM       PIC X(8).
                 03 FILLER             PIC X(1).
                 03 IN-HIST-TO         PIC X(8).

              FD HIST-OUT.
              01 WS-HIST-OUT-LINE.
                 03 OUT-HIST-CAMP      PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-ORDINAL   PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-ID        PIC X(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-NAME      PIC X(20).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-STATUS    PIC X(1).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-CERTS     PIC X(14).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-FROM      PIC 9(8).
                 03 FILLER             PIC X(1).
                 03 OUT-HIST-TO        PIC 9(8).

           WORKING-STORAGE SECTION.

              01 WS-EXCP-RECORD         PIC X(180).
              01 WS-MASTER-STATUS      PIC X(2).
              01 WS-CAMP-LIST-STATUS   PIC X(2).
              01 WS-CAMP-LIST-FILE     PIC X(40).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'ELFMAINT'.
              01 WS-EXCP-FILE-NAME     PIC X(40).
              01 WS-EXCP-IMAGE         PIC X(60).
              01 WS-SHADOW-SW          PIC X VALUE 'N'.
                 88 WS-SHADOW-MODE          VALUE 'Y'.
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-MASTER-EOF-SW      PIC X.
                 88 WS-MASTER-EOF           VALUE 'Y'.
              01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
              01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
              01 WS-REJECT-REASON      PIC X(8).
              01 WS-BEFORE-IMAGE       PIC X(56).
              01 WS-AFTER-IMAGE        PIC X(56).

              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-HIST-EOF-SW        PIC X.
                 88 WS-HIST-EOF             VALUE 'Y'.
              01 WS-HIST-FULL-SW       PIC X VALUE 'N'.
                 88 WS-HIST-FULL            VALUE 'Y'.
              01 WS-MAX-HIST           PIC 9(4) COMP VALUE 8000.
              01 WS-HIST-TABLE.
                 03 WS-HIST-ENTRY OCCURS 8000.
                    05 WS-HIST-CAMP       PIC X(4).
                    05 WS-HIST-ORDINAL    PIC X(4).
                    05 WS-HIST-ID         PIC X(8).
                    05 WS-HIST-NAME       PIC X(20).
                    05 WS-HIST-STATUS     PIC X(1).
                    05 WS-HIST-CERTS      PIC X(14).
                    05 WS-HIST-FROM       PIC 9(8).
                    05 WS-HIST-TO         PIC 9(8).
                    05 WS-HIST-DROP-SW    PIC X(1).
                       88 WS-HIST-DROPPED      VALUE 'Y'.
              01 WS-HIST-COUNT         PIC 9(4) COMP VALUE 0.
              01 WS-HIST-IX            PIC 9(4) COMP.
              01 WS-HIST-OPEN-DATE     PIC 9(8) VALUE 99991231.
              01 WS-PRIOR-DATE         PIC 9(8).
              01 WS-HIST-OPENED        PIC 9(5) VALUE 0.
              01 WS-HIST-CLOSED        PIC 9(5) VALUE 0.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)

               PERFORM LOAD-ELF-MASTER
               PERFORM LOAD-ELF-HISTORY
               PERFORM LOAD-CAMP-CODES

               OPEN OUTPUT AUDIT-OUT
               CLOSE TRANS-FILE

               IF WS-APPLIED-COUNT > ZERO
                  MOVE 'elf_master.txt' TO WS-BKUP-MASTER
                  PERFORM KEEP-MASTER-GENERATION
                  IF WS-BKUP-FAILED
                     MOVE 'MASTER NOT REWRITTEN - NO FILE WAS CHANGED'
                       TO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     PERFORM REWRITE-ELF-MASTER
                  END-IF
               END-IF

               IF NOT WS-BKUP-FAILED
                  PERFORM SYNC-ELF-HISTORY
                  IF WS-HIST-OPENED > ZERO
                  OR WS-HIST-CLOSED > ZERO
                     IF WS-HIST-FULL
                        DISPLAY 'ELFMAINT: ELF HISTORY TABLE CAPACITY '
                                'OF ' WS-MAX-HIST ' EXCEEDED - '
                                'HISTORY NOT REWRITTEN'
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        PERFORM REWRITE-ELF-HISTORY
                     END-IF
                  END-IF
               END-IF

               MOVE SPACES TO WS-AUDIT-LINE
                      ' REJECTED=' WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING 'HISTORY VERSIONS OPENED=' WS-HIST-OPENED
                      ' CLOSED=' WS-HIST-CLOSED
                      ' EFFECTIVE=' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AUDIT-LINE
               WRITE WS-AUDIT-LINE
               CLOSE AUDIT-OUT

               DISPLAY 'ELFMAINT: ' WS-APPLIED-COUNT ' APPLIED, '
                       WS-REJECT-COUNT ' REJECTED - SEE '
                       'ELFMAINT_AUDIT.TXT'
               IF WS-REJECT-COUNT > ZERO
               AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK.
                     PERFORM APPLY-CHANGE-CARD
                  WHEN 'DEACT '
                     PERFORM APPLY-DEACT-CARD
                  WHEN 'CERTS '
                     PERFORM APPLY-CERTS-CARD
                  WHEN OTHER
                     MOVE 'BADACTN' TO WS-REJECT-REASON
               END-EVALUATE
                  MOVE IN-TRANS-NAME
                    TO WS-ELF-NAME(WS-ELF-IX)
                  MOVE 'A' TO WS-ELF-STATUS(WS-ELF-IX)
                  MOVE IN-TRANS-CERTS TO WS-ELF-CERTS(WS-ELF-IX)
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  MOVE '(NEW)' TO WS-BEFORE-IMAGE
                  PERFORM BUILD-AFTER-IMAGE
               END-EVALUATE
               .

           APPLY-CERTS-CARD SECTION.
               IF WS-ELF-IX = ZERO
                  MOVE 'NOTFOUND' TO WS-REJECT-REASON
               ELSE
                  PERFORM BUILD-BEFORE-IMAGE
                  MOVE IN-TRANS-CERTS TO WS-ELF-CERTS(WS-ELF-IX)
                  PERFORM BUILD-AFTER-IMAGE
                  PERFORM WRITE-APPLIED-AUDIT
               END-IF
               .

           CHECK-CAMP-CODE SECTION.
               IF WS-CAMP-COUNT = ZERO
                  SET WS-CAMP-KNOWN TO TRUE
               STRING WS-ELF-ID(WS-ELF-IX)
                      ' ' WS-ELF-NAME(WS-ELF-IX)
                      ' ' WS-ELF-STATUS(WS-ELF-IX)
                      ' ' WS-ELF-CERTS(WS-ELF-IX)
                  DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               .

               STRING WS-ELF-ID(WS-ELF-IX)
                      ' ' WS-ELF-NAME(WS-ELF-IX)
                      ' ' WS-ELF-STATUS(WS-ELF-IX)
                      ' ' WS-ELF-CERTS(WS-ELF-IX)
                  DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               .

               CLOSE MASTER-OUT
               .

           LOAD-ELF-HISTORY SECTION.
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-FILE-STATUS NOT = '00'
                  DISPLAY 'ELFMAINT: NO ELF MASTER HISTORY ON FILE - '
                          'STARTING A NEW HISTORY'
                  PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                          UNTIL WS-ELF-IX > WS-ELF-COUNT
                     PERFORM OPEN-NEW-VERSION
                     IF WS-HIST-IX > ZERO
                        MOVE ZERO TO WS-HIST-FROM(WS-HIST-IX)
                     END-IF
                  END-PERFORM
               ELSE
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-IN
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        PERFORM POST-HISTORY-CARD
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               END-IF
               .

           POST-HISTORY-CARD SECTION.
               IF  IN-HIST-ORDINAL IS NUMERIC
               AND IN-HIST-CAMP NOT = SPACES
               AND IN-HIST-FROM IS NUMERIC
               AND IN-HIST-TO IS NUMERIC
                  IF WS-HIST-COUNT >= WS-MAX-HIST
                     SET WS-HIST-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-HIST-COUNT
                     MOVE WS-HIST-COUNT TO WS-HIST-IX
                     MOVE IN-HIST-CAMP
                       TO WS-HIST-CAMP(WS-HIST-IX)
                     MOVE IN-HIST-ORDINAL
                       TO WS-HIST-ORDINAL(WS-HIST-IX)
                     MOVE IN-HIST-ID
                       TO WS-HIST-ID(WS-HIST-IX)
                     MOVE IN-HIST-NAME
                       TO WS-HIST-NAME(WS-HIST-IX)
                     MOVE IN-HIST-STATUS
                       TO WS-HIST-STATUS(WS-HIST-IX)
                     MOVE IN-HIST-CERTS
                       TO WS-HIST-CERTS(WS-HIST-IX)
                     MOVE IN-HIST-FROM
                       TO WS-HIST-FROM(WS-HIST-IX)
                     MOVE IN-HIST-TO
                       TO WS-HIST-TO(WS-HIST-IX)
                     MOVE 'N' TO WS-HIST-DROP-SW(WS-HIST-IX)
                  END-IF
               END-IF
               .

           SYNC-ELF-HISTORY SECTION.
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF WS-HIST-TO(IX) = WS-HIST-OPEN-DATE
                     PERFORM CLOSE-REMOVED-VERSION
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                       UNTIL WS-ELF-IX > WS-ELF-COUNT
                  PERFORM SYNC-ONE-ELF
               END-PERFORM
               .

           CLOSE-REMOVED-VERSION SECTION.
               MOVE ZERO TO WS-HIST-IX
               PERFORM VARYING WS-ELF-IX FROM 1 BY 1
                       UNTIL WS-ELF-IX > WS-ELF-COUNT
                  IF  WS-ELF-CAMP(WS-ELF-IX) = WS-HIST-CAMP(IX)
                  AND WS-ELF-ORDINAL(WS-ELF-IX)
                        = WS-HIST-ORDINAL(IX)
                     MOVE WS-ELF-IX TO WS-HIST-IX
                     MOVE WS-ELF-COUNT TO WS-ELF-IX
                  END-IF
               END-PERFORM
               IF WS-HIST-IX = ZERO
                  ADD 1 TO WS-HIST-CLOSED
                  IF WS-HIST-FROM(IX) >= WS-RUN-DATE
                     SET WS-HIST-DROPPED(IX) TO TRUE
                  ELSE
                     MOVE WS-PRIOR-DATE TO WS-HIST-TO(IX)
                  END-IF
               END-IF
               .

           SYNC-ONE-ELF SECTION.
               MOVE ZERO TO WS-HIST-IX
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF  WS-HIST-CAMP(IX) = WS-ELF-CAMP(WS-ELF-IX)
                  AND WS-HIST-ORDINAL(IX) = WS-ELF-ORDINAL(WS-ELF-IX)
                  AND WS-HIST-TO(IX) = WS-HIST-OPEN-DATE
                  AND NOT WS-HIST-DROPPED(IX)
                     MOVE IX TO WS-HIST-IX
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-HIST-IX = ZERO
                     PERFORM OPEN-NEW-VERSION
                  WHEN WS-HIST-ID(WS-HIST-IX) = WS-ELF-ID(WS-ELF-IX)
                   AND WS-HIST-NAME(WS-HIST-IX)
                         = WS-ELF-NAME(WS-ELF-IX)
                   AND WS-HIST-STATUS(WS-HIST-IX)
                         = WS-ELF-STATUS(WS-ELF-IX)
                   AND WS-HIST-CERTS(WS-HIST-IX)
                         = WS-ELF-CERTS(WS-ELF-IX)
                     CONTINUE
                  WHEN WS-HIST-FROM(WS-HIST-IX) >= WS-RUN-DATE
                     ADD 1 TO WS-HIST-OPENED
                     PERFORM COPY-ELF-TO-VERSION
                  WHEN OTHER
                     ADD 1 TO WS-HIST-CLOSED
                     MOVE WS-PRIOR-DATE TO WS-HIST-TO(WS-HIST-IX)
                     PERFORM OPEN-NEW-VERSION
               END-EVALUATE
               .

           OPEN-NEW-VERSION SECTION.
               IF WS-HIST-COUNT >= WS-MAX-HIST
                  SET WS-HIST-FULL TO TRUE
                  MOVE ZERO TO WS-HIST-IX
               ELSE
                  ADD 1 TO WS-HIST-OPENED
                  ADD 1 TO WS-HIST-COUNT
                  MOVE WS-HIST-COUNT TO WS-HIST-IX
                  MOVE WS-ELF-CAMP(WS-ELF-IX)
                    TO WS-HIST-CAMP(WS-HIST-IX)
                  MOVE WS-ELF-ORDINAL(WS-ELF-IX)
                    TO WS-HIST-ORDINAL(WS-HIST-IX)
                  MOVE WS-RUN-DATE TO WS-HIST-FROM(WS-HIST-IX)
                  MOVE WS-HIST-OPEN-DATE TO WS-HIST-TO(WS-HIST-IX)
                  MOVE 'N' TO WS-HIST-DROP-SW(WS-HIST-IX)
                  PERFORM COPY-ELF-TO-VERSION
               END-IF
               .

           COPY-ELF-TO-VERSION SECTION.
               MOVE WS-ELF-ID(WS-ELF-IX)
                 TO WS-HIST-ID(WS-HIST-IX)
               MOVE WS-ELF-NAME(WS-ELF-IX)
                 TO WS-HIST-NAME(WS-HIST-IX)
               MOVE WS-ELF-STATUS(WS-ELF-IX)
                 TO WS-HIST-STATUS(WS-HIST-IX)
               MOVE WS-ELF-CERTS(WS-ELF-IX)
                 TO WS-HIST-CERTS(WS-HIST-IX)
               .

           REWRITE-ELF-HISTORY SECTION.
               OPEN OUTPUT HIST-OUT
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF NOT WS-HIST-DROPPED(IX)
                     MOVE SPACES TO WS-HIST-OUT-LINE
                     MOVE WS-HIST-CAMP(IX)    TO OUT-HIST-CAMP
                     MOVE WS-HIST-ORDINAL(IX) TO OUT-HIST-ORDINAL
                     MOVE WS-HIST-ID(IX)      TO OUT-HIST-ID
                     MOVE WS-HIST-NAME(IX)    TO OUT-HIST-NAME
                     MOVE WS-HIST-STATUS(IX)  TO OUT-HIST-STATUS
                     MOVE WS-HIST-CERTS(IX)   TO OUT-HIST-CERTS
                     MOVE WS-HIST-FROM(IX)    TO OUT-HIST-FROM
                     MOVE WS-HIST-TO(IX)      TO OUT-HIST-TO
                     WRITE WS-HIST-OUT-LINE
                  END-IF
               END-PERFORM
               CLOSE HIST-OUT
               .

           COPY EXCPAPP.
           COPY KEEPGEN.
