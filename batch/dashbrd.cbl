              01 WS-ALERT-DETAIL       PIC X(100) VALUE SPACES.
              01 WS-BATCH-STATUS       PIC X(24) VALUE 'NOT-RUN'.
              01 WS-BATCH-DETAIL       PIC X(100) VALUE SPACES.
              01 WS-REFCHK-STATUS      PIC X(12) VALUE 'NOT-RUN'.
              01 WS-REFCHK-DETAIL      PIC X(100) VALUE SPACES.
              01 WS-OPEN-EXCP-COUNT    PIC 9(5) VALUE 0.
              01 WS-OPEN-SOURCE        PIC X(16) VALUE SPACES.

               PERFORM SCAN-EXPECT-REPORT
               PERFORM SCAN-ALERT-FILE
               PERFORM SCAN-BATCH-REPORT
               PERFORM SCAN-REFCHK-REPORT
               PERFORM COUNT-OPEN-EXCEPTIONS

               EVALUATE TRUE
                  WHEN WS-ALERT-STATUS-X(1:6) = 'ALERTS'
                  OR   WS-OPEN-EXCP-COUNT > ZERO
                  OR   WS-BATCH-STATUS(1:7) = 'SKIPPED'
                  OR   WS-REFCHK-STATUS(1:4) = 'FAIL'
                     MOVE 'REVIEW' TO WS-DISPOSITION
                  WHEN OTHER
                     MOVE 'CLEAN ' TO WS-DISPOSITION
               WRITE WS-DASH-LINE
               PERFORM WRITE-BATCH-DETAIL
               MOVE SPACES TO WS-DASH-LINE
               STRING 'INTEGRITY    STATUS=' WS-REFCHK-STATUS
                  DELIMITED BY SIZE INTO WS-DASH-LINE
               WRITE WS-DASH-LINE
               PERFORM WRITE-REFCHK-DETAIL
               MOVE SPACES TO WS-DASH-LINE
               STRING 'EXCEPTIONS   OPEN=' WS-OPEN-EXCP-COUNT
                      ' SOURCE=' WS-OPEN-SOURCE
                  DELIMITED BY SIZE INTO WS-DASH-LINE
               END-IF
               .

           WRITE-REFCHK-DETAIL SECTION.
               IF WS-REFCHK-DETAIL NOT = SPACES
                  MOVE SPACES TO WS-DASH-LINE
                  STRING '  WORST: ' WS-REFCHK-DETAIL
                     DELIMITED BY SIZE INTO WS-DASH-LINE
                  WRITE WS-DASH-LINE
               END-IF
               .

           SCAN-STAGING-REPORT SECTION.
               MOVE 'staging_report.txt' TO WS-SCAN-FILE
               SET WS-NOT-EOF TO TRUE
               END-IF
               .

           SCAN-REFCHK-REPORT SECTION.
               MOVE 'refchk_report.txt' TO WS-SCAN-FILE
               OPEN INPUT SCAN-FILE
               IF WS-SCAN-STATUS NOT = '00'
                  CONTINUE
               ELSE
                  PERFORM UNTIL WS-SCAN-STATUS NOT = '00'
                     READ SCAN-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        IF IN-SCAN-LINE(1:8) = 'VERDICT='
                           MOVE IN-SCAN-LINE(9:12)
                             TO WS-REFCHK-STATUS
                        END-IF
                        IF  IN-SCAN-LINE(1:5) = 'FILE='
                        AND WS-REFCHK-DETAIL = SPACES
                           MOVE IN-SCAN-LINE(1:100)
                             TO WS-REFCHK-DETAIL
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE SCAN-FILE
               END-IF
               .

           COUNT-OPEN-EXCEPTIONS SECTION.
               MOVE 'excp_open.txt' TO WS-SCAN-FILE
               MOVE 'excp_open.txt' TO WS-OPEN-SOURCE
