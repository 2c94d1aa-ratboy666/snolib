      **        RETURN CODE) THROUGH THE SHOP-WIDE RUNJRNL JOURNAL   **
      ** FW0926 ANNOTATE 'DATE'/'DATE-J' MAP ENTRIES AS THE PACKED   **
      **        NUMBERS THEY PHYSICALLY ARE                          **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-COBDUMPUTIL.
                    WS-PARM-KEYLEN, WS-PARM-START-KEY,
                    WS-PARM-END-KEY, WS-PARM-RECFM
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-INPUT-RECLEN
           END-IF
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
           MOVE WS-INPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-INPUT-DSN
           MOVE WS-PARM-FIELD-MAP TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-FIELD-MAP
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'COBDUMPUTIL: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015-BUILD-CHECKPOINT-NAME - THE CHECKPOINT FILE IS ALWAYS    **
      ** THE INPUT DSN WITH ".CKPT" APPENDED, SO A RESTART RUN NEEDS  **
      ** NO EXTRA FILENAME PARAMETER OF ITS OWN.                      **
