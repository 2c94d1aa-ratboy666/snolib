      ** FW0926 INITIAL CODING                                       **
      ** FW0926 FOLLOW THE WIDER JOURNAL LINE - RUNJRNL NOW CARRIES  **
      **        THE FULL PARM STRING                                 **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-EDIT-ELAPSED            PIC -(9)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-RUNJRNLRPT.
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
               INTO WS-PARM-JOURNAL, WS-PROGRAM-FILTER,
                    WS-PARM-SLOW-PCT, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PARM-JOURNAL NOT = SPACES
               MOVE WS-PARM-JOURNAL TO WS-JOURNAL-DSN
           ELSE
               MOVE 150 TO WS-SLOW-PCT
           END-IF
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARM-JOURNAL TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-JOURNAL
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'RUNJRNLRPT: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO JOURNAL-EOF-SW
               WRITE REPORT-RECORD
           END-IF
           .
      *****************************************************************
      ** 990-CATALOG-GENERATIONS - THIS PROGRAM DOES NOT JOURNAL, SO **
      ** IT CATALOGS ITS OWN NEW (+1) GENERATIONS AT THE NORMAL END  **
      ** OF THE RUN (SEE GDGRSLV.CPY).                               **
      *****************************************************************
       990-CATALOG-GENERATIONS.
           MOVE RETURN-CODE TO GDG-RETURN-CODE
           MOVE SPACES TO GDG-PROGRAM
           SET GDG-CATALOG-NEW TO TRUE
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           .
