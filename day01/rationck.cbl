              01 WS-RATION-STATUS      PIC X(2).
              01 WS-RATION-FILE        PIC X(40).
              01 WS-RUN-DATE           PIC 9(8).
              01 WS-PERD-OPEN-SW       PIC X.
                 88 WS-PERD-OPEN            VALUE 'Y'.
              01 WS-HIST-PROGRAM-ID    PIC X(8) VALUE 'RATIONCK'.

              01 WS-PARM-NAME          PIC X(20).
              01 WS-PARM-VALUE         PIC X(40).
           PROCEDURE DIVISION.

               CALL 'GETBDATE' USING WS-RUN-DATE
               CALL 'PERDCHK' USING WS-HIST-PROGRAM-ID
                                    WS-RUN-DATE
                                    WS-PERD-OPEN-SW
               IF NOT WS-PERD-OPEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF

               PERFORM LOAD-RATION-TABLE
               IF  WS-CAMP-RATION-COUNT = ZERO
