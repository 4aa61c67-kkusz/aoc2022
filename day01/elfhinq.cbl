           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELFHINQ.

      *****************************************************************
      *  ELF MASTER HISTORY INQUIRY.  ONLINE, READ ONLY.  THE
      *  OPERATOR (OPERATOR_ID, OR KEYED WHEN NOT SET) MUST BE GRANTED
      *  ELFHINQ ON OPAUTH.TXT.  FOR EACH CAMP AND ORDINAL, OR ELF ID,
      *  KEYED AT THE TERMINAL, EVERY VERSION OF THAT ELF ON
      *  ELF_MASTER_HIST.TXT IS SHOWN WITH ITS EFFECTIVE DATES, THE
      *  VERSION IN USE ON THE BUSINESS DATE MARKED.  A BLANK KEY
      *  ENDS THE INQUIRY.  RC 8 WHEN THE OPERATOR IS NOT AUTHORIZED
      *  OR THERE IS NO HISTORY ON FILE.
      *****************************************************************

           ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT HIST-IN ASSIGN TO 'elf_master_hist.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
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

           WORKING-STORAGE SECTION.
              01 WS-HIST-FILE-STATUS   PIC X(2).
              01 WS-HIST-EOF-SW        PIC X.
                 88 WS-HIST-EOF             VALUE 'Y'.
              01 WS-RUN-DATE           PIC 9(8).

              01 WS-MAX-HIST           PIC 9(4) COMP VALUE 8000.
              01 WS-HIST-TABLE.
                 03 WS-HIST-ENTRY OCCURS 8000.
                    05 WS-HIST-CAMP       PIC X(4).
                    05 WS-HIST-ORDINAL    PIC X(4).
                    05 WS-HIST-ID         PIC X(8).
                    05 WS-HIST-NAME       PIC X(20).
                    05 WS-HIST-STATUS     PIC X(1).
                    05 WS-HIST-CERTS      PIC X(14).
                    05 WS-HIST-FROM       PIC X(8).
                    05 WS-HIST-TO         PIC X(8).
              01 WS-HIST-COUNT         PIC 9(4) COMP VALUE 0.
              01 IX                    PIC 9(4) COMP.

              01 WS-INQ-KEY            PIC X(8).
              01 WS-INQ-ORDINAL        PIC X(4).
              01 WS-INQ-CAMP           PIC X(4).
              01 WS-VERSIONS           PIC 9(4).
              01 WS-CURRENT-FLAG       PIC X(9).

              01 WS-SEC-OPERATOR       PIC X(4).
              01 WS-SEC-FUNCTION       PIC X(8) VALUE 'ELFHINQ'.
              01 WS-SEC-PARMS          PIC X(40)
                 VALUE 'ELF MASTER HISTORY INQUIRY'.
              01 WS-SEC-GRANTED-SW     PIC X.
                 88 WS-SEC-GRANTED          VALUE 'Y'.
              01 WS-SEC-SENIOR-SW      PIC X.

           PROCEDURE DIVISION.

               MOVE SPACES TO WS-SEC-OPERATOR
               ACCEPT WS-SEC-OPERATOR FROM ENVIRONMENT
                      'OPERATOR_ID'
               IF WS-SEC-OPERATOR = SPACES
                  DISPLAY 'ELFHINQ: ENTER OPERATOR ID'
                  ACCEPT WS-SEC-OPERATOR
               END-IF
               CALL 'SECCHK' USING WS-SEC-OPERATOR
                                    WS-SEC-FUNCTION
                                    WS-SEC-PARMS
                                    WS-SEC-GRANTED-SW
                                    WS-SEC-SENIOR-SW
               IF NOT WS-SEC-GRANTED
                  DISPLAY 'ELFHINQ: OPERATOR ' WS-SEC-OPERATOR
                          ' NOT AUTHORIZED FOR INQUIRY'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               CALL 'GETBDATE' USING WS-RUN-DATE
               PERFORM LOAD-ELF-HISTORY
               IF WS-HIST-COUNT = ZERO
                  DISPLAY 'ELFHINQ: NO ELF MASTER HISTORY ON FILE'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               DISPLAY 'ELFHINQ: ENTER CAMP OR ELF ID (BLANK TO END)'
               MOVE SPACES TO WS-INQ-KEY
               ACCEPT WS-INQ-KEY
               PERFORM UNTIL WS-INQ-KEY = SPACES
                  MOVE SPACES TO WS-INQ-CAMP WS-INQ-ORDINAL
                  IF WS-INQ-KEY(5:4) = SPACES
                     MOVE WS-INQ-KEY(1:4) TO WS-INQ-CAMP
                     DISPLAY 'ELFHINQ: ENTER ORDINAL (NNNN)'
                     ACCEPT WS-INQ-ORDINAL
                  ELSE
                     PERFORM FIND-KEY-FOR-ELF-ID
                  END-IF
                  IF WS-INQ-CAMP = SPACES
                     DISPLAY 'ELFHINQ: ELF ID ' WS-INQ-KEY
                             ' NOT ON HISTORY'
                  ELSE
                     PERFORM SHOW-ELF-HISTORY
                  END-IF
                  DISPLAY 'ELFHINQ: ENTER CAMP OR ELF ID '
                          '(BLANK TO END)'
                  MOVE SPACES TO WS-INQ-KEY
                  ACCEPT WS-INQ-KEY
               END-PERFORM
               GOBACK.

           LOAD-ELF-HISTORY SECTION.
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT HIST-IN
               IF WS-HIST-FILE-STATUS = '00'
                  PERFORM UNTIL WS-HIST-EOF
                     READ HIST-IN
                     AT END
                        SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        IF  IN-HIST-CAMP NOT = SPACES
                        AND WS-HIST-COUNT < WS-MAX-HIST
                           ADD 1 TO WS-HIST-COUNT
                           MOVE IN-HIST-CAMP
                             TO WS-HIST-CAMP(WS-HIST-COUNT)
                           MOVE IN-HIST-ORDINAL
                             TO WS-HIST-ORDINAL(WS-HIST-COUNT)
                           MOVE IN-HIST-ID
                             TO WS-HIST-ID(WS-HIST-COUNT)
                           MOVE IN-HIST-NAME
                             TO WS-HIST-NAME(WS-HIST-COUNT)
                           MOVE IN-HIST-STATUS
                             TO WS-HIST-STATUS(WS-HIST-COUNT)
                           MOVE IN-HIST-CERTS
                             TO WS-HIST-CERTS(WS-HIST-COUNT)
                           MOVE IN-HIST-FROM
                             TO WS-HIST-FROM(WS-HIST-COUNT)
                           MOVE IN-HIST-TO
                             TO WS-HIST-TO(WS-HIST-COUNT)
                        END-IF
                     END-READ
                  END-PERFORM
                  CLOSE HIST-IN
               END-IF
               .

           FIND-KEY-FOR-ELF-ID SECTION.
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF WS-HIST-ID(IX) = WS-INQ-KEY
                     MOVE WS-HIST-CAMP(IX)    TO WS-INQ-CAMP
                     MOVE WS-HIST-ORDINAL(IX) TO WS-INQ-ORDINAL
                     MOVE WS-HIST-COUNT TO IX
                  END-IF
               END-PERFORM
               .

           SHOW-ELF-HISTORY SECTION.
               MOVE ZERO TO WS-VERSIONS
               DISPLAY 'CAMP=' WS-INQ-CAMP
                       ' ORDINAL=' WS-INQ-ORDINAL
                       ' AS OF ' WS-RUN-DATE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-HIST-COUNT
                  IF  WS-HIST-CAMP(IX) = WS-INQ-CAMP
                  AND WS-HIST-ORDINAL(IX) = WS-INQ-ORDINAL
                     ADD 1 TO WS-VERSIONS
                     MOVE SPACES TO WS-CURRENT-FLAG
                     IF  WS-HIST-FROM(IX) <= WS-RUN-DATE
                     AND WS-HIST-TO(IX) >= WS-RUN-DATE
                        MOVE ' (IN USE)' TO WS-CURRENT-FLAG
                     END-IF
                     DISPLAY '  FROM=' WS-HIST-FROM(IX)
                             ' TO=' WS-HIST-TO(IX)
                             ' ID=' WS-HIST-ID(IX)
                             ' STATUS=' WS-HIST-STATUS(IX)
                             WS-CURRENT-FLAG
                     DISPLAY '    NAME=' WS-HIST-NAME(IX)
                             ' CERTS=' WS-HIST-CERTS(IX)
                  END-IF
               END-PERFORM
               IF WS-VERSIONS = ZERO
                  DISPLAY 'ELFHINQ: NO HISTORY FOR CAMP='
                          WS-INQ-CAMP ' ORDINAL=' WS-INQ-ORDINAL
               ELSE
                  DISPLAY '  VERSIONS=' WS-VERSIONS
               END-IF
               .
