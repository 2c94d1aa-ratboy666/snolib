      ** AND FIXED RECORDS OF THE MAP'S RECORD LENGTH ARE WRITTEN.   **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SIX COMMA-   **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   CSV-DSN,MAP-DSN,OUT-DSN,EBCDIC,REJECT-DSN,CHANGE          **
      **                                                             **
      **   CSV-DSN    - REQUIRED. THE CSV TO RE-ENCODE. ROW 1 IS     **
      **                THE HEADER; EACH HEADER CELL IS MATCHED TO   **
      **                WRITTEN, VERBATIM, FOR REPAIR AND RERUN.     **
      **                REJECTS ARE REPORTED WITH THEIR ROW NUMBERS  **
      **                EITHER WAY.                                   **
      **   CHANGE     - OPTIONAL. AN APPROVED CHANGE NUMBER FROM THE **
      **                CHANGE REGISTER (SEE CHGAUTH.CPY). REQUIRED  **
      **                WHEN OUT-DSN IS A PROTECTED DATASET. WHEN    **
      **                GIVEN THE CSV'S DATA ROWS ARE COUNTED FIRST, **
      **                AND THE CHANGE MUST CLEAR FILECSVIN FOR      **
      **                OUT-DSN WITH A CEILING NO LOWER THAN THAT    **
      **                COUNT. THE CHANGE IS JOURNALED AND MARKED    **
      **                USED, WITH THE RECORDS WRITTEN, AT THE END.  **
      **                                                             **
      ** A 'DATE'/'DATE-J' COLUMN CARRIES THE ISO YYYY-MM-DD FORM    **
      ** FILECSV EMITS AND IS RE-ENCODED TO ITS PACKED YYYYMMDD OR   **
      ** REJECTED WHOLE, WITH ITS ROW NUMBER AND THE OFFENDING       **
      ** FIELD NAMED. NO PART OF A REJECTED ROW IS WRITTEN, AND THE  **
      ** RUN ENDS RETURN-CODE 4 SO NOBODY LOADS A PARTIAL            **
      ** RE-ENCODE; 0 ON A CLEAN RUN, 16 ON A PARM OR FILE FAILURE   **
      ** OR WHEN CHANGE CONTROL REFUSES THE RUN (BEFORE OUT-DSN IS   **
      ** OPENED). A CHANGE THAT COULD NOT BE MARKED USED RAISES THE  **
      ** CODE TO 8 - THE RECORDS ARE WRITTEN BUT THE CHANGE IS STILL **
      ** OPEN IN THE REGISTER.                                       **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      **        YYYY-MM-DD CELLS; PAD SHORT ROWS TO THE HEADER'S     **
      **        WIDTH SO A DROPPED TRAILING CELL REJECTS INSTEAD OF  **
      **        WRITING A SPACE-FILLED PACKED FIELD                  **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      ** FW1026 CHANGE OPERAND - A PROTECTED OUT-DSN IS ONLY WRITTEN **
      **        UNDER AN APPROVED CHANGE, CLEARED AND MARKED USED BY **
      **        CHGAUTH                                              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-EBCDIC          PIC X(1)   VALUE SPACES.
           05 WS-REJECT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-CHANGE          PIC X(16)  VALUE SPACES.

       01  EBCDIC-TEXT-SW             PIC X(1)   VALUE 'N'.
           88 EBCDIC-TEXT                        VALUE 'Y'.
       01  WS-ROWS-READ               PIC 9(9)   VALUE 0.
       01  WS-ROWS-WRITTEN            PIC 9(9)   VALUE 0.
       01  WS-ROWS-REJECTED           PIC 9(9)   VALUE 0.
       01  WS-ROWS-OFFERED            PIC 9(9)   VALUE 0.
       01  WS-CHANGE-OPEN-SW          PIC X(1)   VALUE 'N'.

      *
      *    THE PARSED CELLS OF ONE CSV ROW - COMMA-SEPARATED, WITH

       COPY RUNJRNL.

       COPY GDGRSLV.

       COPY CHGAUTH.

       PROCEDURE DIVISION.

       000-FILECSVIN.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           MOVE WS-PARM-CHANGE TO RJ-CHANGE-NUMBER
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 017-BUILD-REVERSE-TABLE
           PERFORM 025-AUTHORIZE-CHANGE
           PERFORM 020-OPEN-FILES
           PERFORM 050-BIND-HEADER-ROW
           PERFORM 100-ENCODE-ROWS
               CLOSE REJECT-FILE
           END-IF
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
           MOVE WS-ROWS-READ TO RJ-RECORDS-READ
           MOVE WS-ROWS-WRITTEN TO RJ-RECORDS-WRITTEN
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS SIX COMMA-DELIMITED FIELDS.               **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-INPUT-DSN, WS-PARM-MAP-DSN,
                    WS-OUTPUT-DSN, WS-PARM-EBCDIC,
                    WS-REJECT-DSN, WS-PARM-CHANGE
           END-UNSTRING
           INSPECT WS-PARM-CHANGE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES
              OR WS-PARM-MAP-DSN = SPACES
              OR WS-OUTPUT-DSN = SPACES
               DISPLAY 'FILECSVIN: PARM MUST BE '
                       'CSV-DSN,MAP-DSN,OUT-DSN,EBCDIC,REJECT-DSN,'
                       'CHANGE'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
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
           MOVE WS-INPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-INPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-REJECT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REJECT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILECSVIN: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015-LOAD-FIELD-MAP - LOAD THE MAP AND TAKE THE OUTPUT       **
      ** RECORD LENGTH FROM ITS OWN EXTENT - THE LARGEST             **
      ** OFFSET+LENGTH OF ANY ENTRY, THE RECLEN FILECSV'S EXTRACT    **
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 025-AUTHORIZE-CHANGE - CHANGE CONTROL BEFORE THE OUTPUT IS  **
      ** OPENED: A REFUSED RUN STOPS 16 WITH NOTHING WRITTEN         **
      ** (CHGAUTH HAS SAID WHY AND LOGGED THE ATTEMPT FOR THE        **
      ** EXCEPTION REPORT). UNDER A CHANGE THE DATA ROWS ARE COUNTED **
      ** FIRST - EVERY ROW PAST THE HEADER, THE MOST THE RUN CAN     **
      ** WRITE - SO A CSV BIGGER THAN THE APPROVAL IS REFUSED BEFORE **
      ** OUT-DSN IS TOUCHED, NOT PART-WAY THROUGH IT.                **
      ** THE COUNT IS A BARE READ PASS - NO INCIDENT IS LOGGED OR    **
      ** SUSPENDED FROM IT, THE COPY ITSELF DOES THAT - AND A READ   **
      ** IT CANNOT FINISH LEAVES THE COUNT UNKNOWN, SO THE RUN STOPS **
      ** 16.                                                         **
      *****************************************************************
       025-AUTHORIZE-CHANGE.
           MOVE 0 TO WS-ROWS-OFFERED
           IF WS-PARM-CHANGE NOT = SPACES
               PERFORM 026-COUNT-ROWS
           END-IF
           SET CA-AUTHORIZE TO TRUE
           MOVE WS-PARM-CHANGE TO CA-CHANGE-NUMBER
           MOVE WS-OUTPUT-DSN TO CA-TARGET-DSN
           MOVE WS-ROWS-OFFERED TO CA-COUNT
           MOVE WS-PARM-STRING TO CA-PARM
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               DISPLAY 'FILECSVIN: NOT CLEARED TO WRITE '
                       TRIM (WS-OUTPUT-DSN) ' - NO OUTPUT WRITTEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       026-COUNT-ROWS.
           OPEN INPUT CSV-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'FILECSVIN: UNABLE TO OPEN ' WS-INPUT-DSN
                       ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO INPUT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
               READ CSV-INPUT-FILE
                   AT END SET INPUT-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-ROWS-OFFERED
               END-READ
               IF WS-INPUT-FILE-STATUS NOT = '00' AND NOT = '04'
                                   AND NOT = '10'
                   DISPLAY 'FILECSVIN: UNABLE TO COUNT ' WS-INPUT-DSN
                           ' - FILE STATUS ' WS-INPUT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-ROWS-OFFERED > 0
               SUBTRACT 1 FROM WS-ROWS-OFFERED
           END-IF
           CLOSE CSV-INPUT-FILE
           .
       020-OPEN-FILES.
           OPEN INPUT CSV-INPUT-FILE
           MOVE 'N' TO INPUT-EOF-SW
                       'RE-ENCODE' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 870-CONSUME-CHANGE - MARK THE CHANGE USED, WITH THE RECORDS **
      ** WRITTEN. THE OUTPUT IS ALREADY WRITTEN; A CHANGE LEFT OPEN  **
      ** IS RAISED TO 8 FOR SOMEBODY TO CLOSE IT BY HAND.            **
      *****************************************************************
       870-CONSUME-CHANGE.
           IF NOT CA-CHANGE-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           SET CA-CONSUME TO TRUE
           MOVE WS-ROWS-WRITTEN TO CA-COUNT
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               MOVE 'Y' TO WS-CHANGE-OPEN-SW
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==CSV-INPUT-FILE==
           ==:FILE-TAG:==    BY =='CSV-INPUT-FILE'==
