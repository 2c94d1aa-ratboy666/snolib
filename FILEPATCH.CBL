      ** TOUCHED.                                                    **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO EIGHT COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   DSN,RECLEN,MAP-DSN,PATCH-DSN,OUT-DSN,AUDIT-DSN,KEY-FIELD, **
      **   CHANGE                                                    **
      **                                                             **
      **   DSN       - REQUIRED. THE DATASET TO REPAIR (READ ONLY).  **
      **   RECLEN    - OPTIONAL. FIXED RECORD LENGTH TO READ.        **
      **   KEY-FIELD - OPTIONAL. FMT-NAME OF THE FIELD PATCH         **
      **               TARGETS ARE MATCHED AGAINST. OMITTED, THE     **
      **               TARGETS ARE RECORD NUMBERS.                   **
      **   CHANGE    - OPTIONAL. AN APPROVED CHANGE NUMBER FROM THE  **
      **               CHANGE REGISTER (SEE CHGAUTH.CPY). REQUIRED   **
      **               WHEN OUT-DSN IS A PROTECTED DATASET. WHEN     **
      **               GIVEN IT MUST CLEAR FILEPATCH FOR OUT-DSN     **
      **               WITH A CEILING NO LOWER THAN THE SCRIPT'S     **
      **               PATCH COUNT. THE CHANGE IS JOURNALED, HEADS   **
      **               EVERY BEFORE/AFTER DUMP, AND IS MARKED USED   **
      **               AT THE END.                                   **
      **                                                             **
      ** EVERY PATCH IS VALIDATED BEFORE THE FILE IS OPENED - A      **
      ** FIELD THE MAP DOESN'T CARRY, OR A VALUE THAT FMENCODE       **
      ** AND RETURN-CODE 0 WHEN EVERY PATCH APPLIED EXACTLY ONCE,    **
      ** 8 WHEN ANY PATCH MATCHED NO RECORD (OR WAS BACKED OUT, OR   **
      ** A KEYED PATCH HIT MORE THAN ONE RECORD), 16 ON A PARM,      **
      ** SCRIPT OR FILE FAILURE, OR WHEN CHANGE CONTROL REFUSES THE  **
      ** RUN (BEFORE ANYTHING IS WRITTEN). A CHANGE THAT COULD NOT   **
      ** BE MARKED USED RAISES THE CODE TO 8 - THE REPAIR IS WRITTEN **
      ** BUT THE CHANGE IS STILL OPEN IN THE REGISTER.               **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** FW0926 INITIAL CODING                                       **
      ** FW0926 JOURNAL EVERY RUN (START/END, ELAPSED, VOLUMES,      **
      **        RETURN CODE) THROUGH THE SHOP-WIDE RUNJRNL JOURNAL   **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      ** FW1026 CHANGE OPERAND - A PROTECTED OUT-DSN IS ONLY WRITTEN **
      **        UNDER AN APPROVED CHANGE, CLEARED AND MARKED USED BY **
      **        CHGAUTH AND STAMPED ON THE AUDIT DUMPS               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PATCH-SCRIPT-FILE ASSIGN TO DYNAMIC WS-SCRIPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PATCH-INPUT-FILE
       01  PATCH-OUTPUT-RECORD        PIC X(32760).
       FD  PATCH-SCRIPT-FILE.
       01  PATCH-SCRIPT-RECORD        PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD               PIC X(256).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.
           05 WS-OUTPUT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-AUDIT-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-KEY-FIELD       PIC X(30)  VALUE SPACES.
           05 WS-PARM-CHANGE          PIC X(16)  VALUE SPACES.

       01  WS-INPUT-RECLEN            USAGE BINARY-LONG VALUE 80.

       01  WS-INPUT-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-OUTPUT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-SCRIPT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS       PIC X(2)   VALUE SPACES.

       01  INPUT-EOF-SW               PIC X(1)   VALUE 'N'.
           88 INPUT-EOF                          VALUE 'Y'.
       01  WS-PATCHES-APPLIED         PIC 9(9)   VALUE 0.
       01  WS-PATCHES-BACKED-OUT      PIC 9(9)   VALUE 0.
       01  WS-PATCH-TROUBLE-SW        PIC X(1)   VALUE 'N'.
       01  WS-CHANGE-OPEN-SW          PIC X(1)   VALUE 'N'.

       01  WS-KEY-SUB                 PIC 9(4)   VALUE 0.
       01  WS-KEY-OFFSET              USAGE BINARY-LONG VALUE 0.

       COPY RUNJRNL.

       COPY GDGRSLV.

       COPY CHGAUTH.

       PROCEDURE DIVISION.

       000-FILEPATCH.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           MOVE WS-PARM-CHANGE TO RJ-CHANGE-NUMBER
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 015-LOAD-FIELD-MAP
           PERFORM 017-FIND-KEY-FIELD
           PERFORM 030-LOAD-PATCH-SCRIPT
           PERFORM 025-AUTHORIZE-CHANGE
           PERFORM 020-OPEN-FILES
           PERFORM 100-PATCH-RECORDS
           CLOSE PATCH-INPUT-FILE
           CLOSE PATCH-OUTPUT-FILE
           PERFORM 800-CHECK-UNAPPLIED
           PERFORM 850-PRINT-SUMMARY
           PERFORM 870-CONSUME-CHANGE
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           IF (WS-PATCH-TROUBLE-SW = 'Y' OR WS-CHANGE-OPEN-SW = 'Y')
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS EIGHT COMMA-DELIMITED FIELDS.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
               INTO WS-INPUT-DSN, WS-PARM-RECLEN,
                    WS-PARM-MAP-DSN, WS-SCRIPT-DSN,
                    WS-OUTPUT-DSN, WS-AUDIT-DSN,
                    WS-PARM-KEY-FIELD, WS-PARM-CHANGE
           END-UNSTRING
           INSPECT WS-PARM-CHANGE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
              OR WS-SCRIPT-DSN = SPACES OR WS-OUTPUT-DSN = SPACES
               DISPLAY 'FILEPATCH: PARM MUST BE DSN,RECLEN,MAP-DSN,'
                       'PATCH-DSN,OUT-DSN,AUDIT-DSN,KEY-FIELD,CHANGE'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
               MOVE WS-PARM-RECLEN TO WS-INPUT-RECLEN
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
           MOVE WS-SCRIPT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-SCRIPT-DSN
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-AUDIT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-AUDIT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEPATCH: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
           END-IF
           .
      *****************************************************************
      ** 025-AUTHORIZE-CHANGE - CHANGE CONTROL, ONCE THE SCRIPT HAS  **
      ** BEEN COUNTED AND BEFORE THE OUTPUT IS OPENED: A REFUSED RUN **
      ** STOPS 16 WITH NOTHING WRITTEN (CHGAUTH HAS SAID WHY AND     **
      ** LOGGED THE ATTEMPT FOR THE EXCEPTION REPORT).               **
      *****************************************************************
       025-AUTHORIZE-CHANGE.
           SET CA-AUTHORIZE TO TRUE
           MOVE WS-PARM-CHANGE TO CA-CHANGE-NUMBER
           MOVE WS-OUTPUT-DSN TO CA-TARGET-DSN
           MOVE WS-PATCH-COUNT TO CA-COUNT
           MOVE WS-PARM-STRING TO CA-PARM
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               DISPLAY 'FILEPATCH: NOT CLEARED TO WRITE '
                       TRIM (WS-OUTPUT-DSN) ' - NO OUTPUT WRITTEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 030-LOAD-PATCH-SCRIPT - LOAD AND FULLY VALIDATE THE SCRIPT  **
      ** BEFORE THE INPUT FILE IS EVER OPENED. ANY BAD PATCH - AN    **
      ** UNKNOWN FIELD, A TARGET THAT ISN'T A NUMBER WHEN IT MUST    **
      ** SAME PRESENTATION FILECOMP GIVES A DIFFERING PAIR.          **
      *****************************************************************
       150-DUMP-BEFORE-AFTER.
           IF CA-CHANGE-IN-FORCE
               PERFORM 155-HEAD-CHANGE-DUMP
           ELSE
               DISPLAY 'FILEPATCH: RECORD ' WS-RECORDS-READ
                       ' PATCHED - BEFORE/AFTER FOLLOWS' UPON SYSERR
           END-IF
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE WS-RECORDS-READ
                     DUMPCFG-CONTROL
           END-CALL
           .
      *
      *    UNDER A CHANGE THE HEADING NAMES IT, ON SYSERR AND AHEAD OF
      *    THE DUMP IN THE AUDIT DATASET, SO EVERY BEFORE/AFTER PAIR
      *    THERE SAYS WHICH APPROVED CHANGE MADE IT. AN AUDIT DATASET
      *    THAT WON'T OPEN IS LEFT TO COBDUMP, WHICH SAYS SO ITSELF.
      *
       155-HEAD-CHANGE-DUMP.
           MOVE SPACES TO AUDIT-RECORD
           STRING 'FILEPATCH: RECORD '      DELIMITED BY SIZE
                  WS-RECORDS-READ           DELIMITED BY SIZE
                  ' PATCHED UNDER CHANGE '  DELIMITED BY SIZE
                  TRIM (CA-CHANGE-NUMBER)   DELIMITED BY SIZE
                  ' (APPROVED BY '          DELIMITED BY SIZE
                  TRIM (CA-APPROVER)        DELIMITED BY SIZE
                  ') - BEFORE/AFTER FOLLOWS'
                                            DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           DISPLAY TRIM (AUDIT-RECORD TRAILING) UPON SYSERR
           IF WS-AUDIT-DSN = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS (1 : 1) = '0'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF
           .
       800-CHECK-UNAPPLIED.
           PERFORM VARYING WS-PATCH-SUB FROM 1 BY 1
                     UNTIL WS-PATCH-SUB > WS-PATCH-COUNT
                       'VALIDATION' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 870-CONSUME-CHANGE - MARK THE CHANGE USED, WITH THE PATCHES **
      ** APPLIED. THE REPAIR IS ALREADY WRITTEN; A CHANGE LEFT OPEN  **
      ** IS RAISED TO 8 FOR SOMEBODY TO CLOSE IT BY HAND.            **
      *****************************************************************
       870-CONSUME-CHANGE.
           IF NOT CA-CHANGE-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           SET CA-CONSUME TO TRUE
           MOVE WS-PATCHES-APPLIED TO CA-COUNT
           CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL
           END-CALL
           IF CA-REFUSED
               MOVE 'Y' TO WS-CHANGE-OPEN-SW
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==PATCH-INPUT-FILE==
           ==:FILE-TAG:==    BY =='PATCH-INPUT-FILE'==
