      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0826 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-OFFSET-Z                PIC Z(8)9.
       01  WS-LENGTH-Z                PIC Z(8)9.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-COPYMAP.
           PERFORM 020-OPEN-FILES
           PERFORM 100-PROCESS-COPYBOOK
           PERFORM 800-WRAP-UP
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-COPYBOOK-DSN, WS-MAP-OUT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-COPYBOOK-DSN = SPACES
              OR WS-MAP-OUT-DSN = SPACES
               DISPLAY 'COPYMAP: PARM MUST BE '
               STOP RUN
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
           MOVE WS-COPYBOOK-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-COPYBOOK-DSN
           MOVE WS-MAP-OUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-MAP-OUT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'COPYMAP: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN INPUT COPYBOOK-FILE
           IF WS-COPYBOOK-FILE-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
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
