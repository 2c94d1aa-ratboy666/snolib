      ** ACCOUNT NUMBER BEFORE MASKING STILL MATCH AFTER.            **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SEVEN COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   DSN,RECLEN,MAP-DSN,RULES-DSN,OUT-DSN,SEED,CHANGE          **
      **                                                             **
      **   DSN       - REQUIRED. THE PRODUCTION COPY TO MASK         **
      **               (READ ONLY - THE MASKED COPY IS WRITTEN TO    **
      **   SEED      - OPTIONAL. NUMERIC SEED FOR SHUF/SCRM.         **
      **               DEFAULTS TO 20260901. THE SAME SEED ALWAYS    **
      **               PRODUCES THE SAME MASKING.                    **
      **   CHANGE    - OPTIONAL. AN APPROVED CHANGE NUMBER FROM THE  **
      **               CHANGE REGISTER (SEE CHGAUTH.CPY). REQUIRED   **
      **               WHEN OUT-DSN IS A PROTECTED DATASET. WHEN     **
      **               GIVEN THE INPUT RECORDS ARE COUNTED FIRST,    **
      **               AND THE CHANGE MUST CLEAR FILEMASK FOR        **
      **               OUT-DSN WITH A CEILING NO LOWER THAN THAT     **
      **               COUNT. THE CHANGE IS JOURNALED AND MARKED     **
      **               USED, WITH THE RECORDS WRITTEN, AT THE END.   **
      **                                                             **
      ** A RULE NAMING A FIELD THE MAP DOESN'T CARRY, OR A BAD       **
      ** ACTION OR FILL VALUE, REFUSES THE WHOLE RUN (RETURN-CODE    **
      ** RULE. A NUMERIC FIELD THAT WON'T DECODE IS LEFT AS IT WAS   **
      ** AND COUNTED (RETURN-CODE 4) - MASKING MUST NEVER INVENT A   **
      ** VALID-LOOKING VALUE OVER A DEFECT THE AUDIT GATE SHOULD     **
      ** SEE. RETURN-CODE 0 ON A CLEAN RUN. CHANGE CONTROL REFUSING  **
      ** THE RUN STOPS IT 16 BEFORE OUT-DSN IS OPENED; A CHANGE THAT **
      ** COULD NOT BE MARKED USED RAISES THE CODE TO 8 - THE MASKED  **
      ** COPY IS WRITTEN BUT THE CHANGE IS STILL OPEN IN THE         **
      ** REGISTER.                                                   **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0926 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      ** FW1026 CHANGE OPERAND - A PROTECTED OUT-DSN IS ONLY WRITTEN **
      **        UNDER AN APPROVED CHANGE, CLEARED AND MARKED USED BY **
      **        CHGAUTH                                              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-RULES-DSN            PIC X(64)  VALUE SPACES.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-SEED            PIC X(9)   VALUE SPACES.
           05 WS-PARM-CHANGE          PIC X(16)  VALUE SPACES.

       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-SEED                    USAGE BINARY-DOUBLE SIGNED
       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-UNMAPPED-RECORDS        PIC 9(9)   VALUE 0.
       01  WS-BAD-DECODES             PIC 9(9)   VALUE 0.
       01  WS-RECORDS-OFFERED         PIC 9(9)   VALUE 0.
       01  WS-CHANGE-OPEN-SW          PIC X(1)   VALUE 'N'.

      *
      *    THE LOADED RULES, ONE SLOT PER (RULE, MAP ENTRY) PAIR -

       COPY RUNJRNL.

       COPY GDGRSLV.

       COPY CHGAUTH.

       PROCEDURE DIVISION.

       000-FILEMASK.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           MOVE WS-PARM-CHANGE TO RJ-CHANGE-NUMBER
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 030-LOAD-RULES
           PERFORM 040-BUILD-ALPHABETS
           PERFORM 025-AUTHORIZE-CHANGE
           PERFORM 020-OPEN-FILES
           PERFORM 100-MASK-RECORDS
           CLOSE MASK-INPUT-FILE
           CLOSE MASK-OUTPUT-FILE
           PERFORM 850-PRINT-SUMMARY
           PERFORM 870-CONSUME-CHANGE
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CHANGE-OPEN-SW = 'Y'
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-RECORDS-READ TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS SEVEN COMMA-DELIMITED FIELDS.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-INPUT-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-RULES-DSN,
                    WS-OUTPUT-DSN, WS-PARM-SEED, WS-PARM-CHANGE
           END-UNSTRING
           INSPECT WS-PARM-CHANGE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
              OR WS-RULES-DSN = SPACES OR WS-OUTPUT-DSN = SPACES
               DISPLAY 'FILEMASK: PARM MUST BE DSN,RECLEN,MAP-DSN,'
                       'RULES-DSN,OUT-DSN,SEED,CHANGE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE WS-PARM-SEED TO WS-SEED
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
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-RULES-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-RULES-DSN
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEMASK: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 025-AUTHORIZE-CHANGE - CHANGE CONTROL BEFORE THE OUTPUT IS  **
      ** OPENED: A REFUSED RUN STOPS 16 WITH NOTHING WRITTEN         **
      ** (CHGAUTH HAS SAID WHY AND LOGGED THE ATTEMPT FOR THE        **
      ** EXCEPTION REPORT). UNDER A CHANGE THE INPUT IS COUNTED      **
      ** FIRST - ONE MASKED RECORD IS WRITTEN PER RECORD READ - SO A **
      ** COPY BIGGER THAN THE APPROVAL IS REFUSED BEFORE OUT-DSN IS  **
      ** TOUCHED, NOT PART-WAY THROUGH IT.                           **
      ** THE COUNT IS A BARE READ PASS - NO INCIDENT IS LOGGED OR    **
      ** SUSPENDED FROM IT, THE COPY ITSELF DOES THAT - AND A READ   **
      ** IT CANNOT FINISH LEAVES THE COUNT UNKNOWN, SO THE RUN STOPS **
      ** 16.                                                         **
      *****************************************************************
       025-AUTHORIZE-CHANGE.
           MOVE 0 TO WS-RECORDS-OFFERED
           IF WS-PARM-CHANGE NOT = SPACES
               PERFORM 026-COUNT-RECORDS
           END-IF
           SET CA-AUTHORIZE TO TRUE
           MOVE WS-PARM-CHANGE TO CA-CHANGE-NUMBER
           MOVE WS-OUTPUT-DSN TO CA-TARGET-DSN
           MOVE WS-RECORDS-OFFERED TO CA-COUNT
           MOVE WS-PARM-STRING TO CA-PARM
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               DISPLAY 'FILEMASK: NOT CLEARED TO WRITE '
                       TRIM (WS-OUTPUT-DSN) ' - NO OUTPUT WRITTEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       026-COUNT-RECORDS.
           OPEN INPUT MASK-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILEMASK: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               READ MASK-INPUT-FILE
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-RECORDS-OFFERED
               END-READ
               IF WS-INPUT-FILE-STATUS NOT = '00' AND NOT = '04'
                                   AND NOT = '10'
                   DISPLAY 'FILEMASK: UNABLE TO COUNT ' WS-INPUT-DSN
                           ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE MASK-INPUT-FILE
           .
       020-OPEN-FILES.
           OPEN INPUT MASK-INPUT-FILE
           MOVE 'N' TO INPUT-EOF-SW
                       'DECODE OR RE-ENCODE' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 870-CONSUME-CHANGE - MARK THE CHANGE USED, WITH THE RECORDS **
      ** WRITTEN. THE MASKED COPY IS ALREADY WRITTEN; A CHANGE LEFT  **
      ** OPEN IS RAISED TO 8 FOR SOMEBODY TO CLOSE IT BY HAND.       **
      *****************************************************************
       870-CONSUME-CHANGE.
           IF NOT CA-CHANGE-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           SET CA-CONSUME TO TRUE
           MOVE WS-RECORDS-READ TO CA-COUNT
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               MOVE 'Y' TO WS-CHANGE-OPEN-SW
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==MASK-INPUT-FILE==
           ==:FILE-TAG:==    BY =='MASK-INPUT-FILE'==
