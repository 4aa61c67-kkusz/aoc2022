      *****************************************************************
      *  KEEPGEN.CPY - SHARED MASTER-GENERATION PARAGRAPH
      *
      *  KEEPS THE MASTER AS IT STANDS AS A NUMBERED, DATED GENERATION
      *  (SEE MSTBKUP) BEFORE THE CALLING PROGRAM REWRITES IT IN
      *  PLACE, SO A BAD RUN CAN BE PUT BACK WITH MSTRSTR.  THE
      *  CALLING PROGRAM MUST DECLARE WS-BKUP-MASTER PIC X(40) (MOVE
      *  THE MASTER FILE NAME IN FIRST) AND WS-BKUP-STATUS PIC X(2)
      *  WITH 88 WS-BKUP-FAILED VALUE '08', PERFORM
      *  KEEP-MASTER-GENERATION, AND LEAVE THE MASTER AS IT IS WHEN
      *  WS-BKUP-FAILED IS SET.  A MASTER NOT YET ON FILE (STATUS 04)
      *  IS NOT A FAILURE.
      *****************************************************************
       KEEP-MASTER-GENERATION SECTION.
           CALL 'MSTBKUP' USING WS-BKUP-MASTER
                                 WS-BKUP-STATUS
           IF WS-BKUP-FAILED
              DISPLAY FUNCTION TRIM(WS-BKUP-MASTER)
                      ' NOT REWRITTEN - NO GENERATION COULD BE KEPT'
           END-IF
           .
