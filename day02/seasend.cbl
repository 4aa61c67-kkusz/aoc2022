              SELECT HISTORY-OUT ASSIGN TO 'season_history.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
              SELECT ROUND-JOURNAL ASSIGN TO 'day02_round_journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

           DATA DIVISION.
           FILE SECTION.
                 03 IN-SEASON-DIVISION PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-START    PIC X(4).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-WON      PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-DRAWN    PIC X(5).
                 03 FILLER             PIC X(1).
                 03 IN-SEASON-LOST     PIC X(5).

              FD SEASON-OUT.
              01 OUT-SEASON-RECORD.
                 03 OUT-SEASON-DIVISION PIC X(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-START   PIC 9(4).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-WON     PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-DRAWN   PIC 9(5).
                 03 FILLER             PIC X(1).
                 03 OUT-SEASON-LOST    PIC 9(5).

              FD FINAL-RPT.
              01 WS-FINAL-LINE         PIC X(110).
              FD HISTORY-OUT.
              01 WS-HISTORY-LINE       PIC X(132).

              FD ROUND-JOURNAL.
              01 WS-JOURNAL-LINE       PIC X(80).

           WORKING-STORAGE SECTION.

              COPY EOFSW.

              01 WS-SEASON-STATUS      PIC X(2).
              01 WS-HISTORY-STATUS     PIC X(2).
              01 WS-JOURNAL-STATUS     PIC X(2).
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'SEASEND'.
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-SEASON-ID          PIC X(10).
              01 WS-BKUP-MASTER        PIC X(40).
              01 WS-BKUP-STATUS        PIC X(2).
                 88 WS-BKUP-FAILED          VALUE '08'.

              01 WS-BASE-RATING        PIC 9(4) VALUE 1500.

           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE SPACES TO WS-SEASON-ID
               ACCEPT WS-SEASON-ID FROM ENVIRONMENT 'SEASON_ID'
               IF WS-SEASON-ID = SPACES
               PERFORM SORT-SEASON-BY-POINTS
               PERFORM WRITE-FINAL-STANDINGS
               PERFORM WRITE-AWARDS-REPORT
               MOVE 'day02_season.dat' TO WS-BKUP-MASTER
               PERFORM KEEP-MASTER-GENERATION
               IF WS-BKUP-FAILED
                  DISPLAY 'SEASEND: SEASON ' WS-SEASON-ID
                          ' NOT CARRIED FORWARD'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
               PERFORM ARCHIVE-SEASON-HISTORY
               PERFORM RESET-LIVE-MASTER
               PERFORM RESET-ROUND-JOURNAL

               DISPLAY 'SEASEND: SEASON ' WS-SEASON-ID ' CLOSED - '
                       WS-SEASON-COUNT ' PLAYER(S) CARRIED FORWARD'
                    TO OUT-SEASON-DIVISION
                  MOVE WS-SEASON-RATING(WS-SEASON-IX)
                    TO OUT-SEASON-START
                  MOVE ZERO TO OUT-SEASON-WON
                  MOVE ZERO TO OUT-SEASON-DRAWN
                  MOVE ZERO TO OUT-SEASON-LOST
                  WRITE OUT-SEASON-RECORD
               END-PERFORM
               CLOSE SEASON-OUT
               .

      *  THE ROUND JOURNAL ONLY COVERS THE LIVE SEASON; THE CLOSED
      *  SEASON'S RESULTS ARE NOW IN SEASON_HISTORY.TXT.
           RESET-ROUND-JOURNAL SECTION.
               OPEN OUTPUT ROUND-JOURNAL
               IF WS-JOURNAL-STATUS = '00'
                  CLOSE ROUND-JOURNAL
               END-IF
               .

           COPY KEEPGEN.
