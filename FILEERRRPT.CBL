      ** THOSE ARE THE ONES OPS KEEPS RE-DISCOVERING.                **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO NINE COMMA-  **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   CATALOG-DSN,FROM-DATE,TO-DATE,RECUR-DAYS,REPORT-DSN,      **
      **   ARCHIVE-CUTOFF,ARCHIVE-DSN,SUSPENSE-DSN,AGE-DAYS          **
      **                                                             **
      **   CATALOG-DSN    - OPTIONAL. THE INCIDENT CATALOG TO READ.  **
      **                    DEFAULTS THE SAME WAY FILEERRLOG NAMES   **
      **                    TO (CREATED IF IT DOESN'T EXIST YET,     **
      **                    THE SAME FALLBACK FILEERRLOG USES FOR    **
      **                    THE CATALOG ITSELF).                     **
      **   SUSPENSE-DSN   - OPTIONAL. THE SUSPENSE DATASET           **
      **                    FILEERRDSP APPENDS WARN-SKIPPED RECORDS  **
      **                    TO (SEE FILEERRSP.CPY). DEFAULTS THE     **
      **                    SAME WAY FILEERRDSP NAMES IT: THE        **
      **                    FILEERR_SUSPENSE ENVIRONMENT VARIABLE,   **
      **                    THEN "FILEERR.SUSPENSE".                 **
      **   AGE-DAYS       - OPTIONAL. A SUSPENSE ITEM OPEN MORE THAN **
      **                    THIS MANY DAYS IS LISTED AS AGED.        **
      **                    DEFAULTS TO 7.                           **
      **                                                             **
      ** AFTER THE ROLLUP THE REPORT COUNTS THE SUSPENSE ITEMS STILL **
      ** OPEN AND LISTS EVERY AGED ONE - RECORDS SKIPPED AND NEVER   **
      ** CORRECTED AND RESUBMITTED THROUGH FILERESUB. NO SUSPENSE    **
      ** DATASET YET IS NOT AN ERROR WHEN THE NAME WAS DEFAULTED;    **
      ** WHEN IT WAS NAMED IN THE PARM THE REPORT SAYS IT WAS        **
      ** MISSING.                                                    **
      **                                                             **
      ** RETENTION IS TWO-PASS THROUGH A SIDE DATASET NAMED          **
      ** CATALOG-DSN + '.KEEP' (THE COBDUMPUTIL '.CKPT' NAMING       **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0926 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      ** FW1026 REPORT THE OPEN AND AGED ITEMS OF THE SUSPENSE       **
      **        DATASET AFTER THE ROLLUP                             **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  ARCHIVE-RECORD             PIC X(200).
       FD  KEEP-FILE.
       01  KEEP-RECORD                PIC X(200).
       FD  SUSPENSE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SUSPENSE-RECLEN.
       01  SUSPENSE-FILE-RECORD       PIC X(32760).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-ARCHIVE-CUTOFF       PIC X(10)  VALUE SPACES.
           05 WS-ARCHIVE-DSN          PIC X(64)  VALUE SPACES.
           05 WS-PARM-SUSPENSE        PIC X(64)  VALUE SPACES.
           05 WS-PARM-AGE-DAYS        PIC X(9)   VALUE SPACES.

       01  WS-CATALOG-DSN             PIC X(64)  VALUE SPACES.
       01  WS-KEEP-DSN                PIC X(74)  VALUE SPACES.
       01  WS-RECUR-DAYS              PIC 9(9)   VALUE 3.
       01  WS-SUSPENSE-DSN            PIC X(64)  VALUE SPACES.
       01  WS-AGE-DAYS                PIC 9(9)   VALUE 7.
       01  WS-SUSPENSE-RECLEN         USAGE BINARY-LONG VALUE 0.

       01  WS-CATALOG-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-KEEP-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

           88 CATALOG-EOF                        VALUE 'Y'.
       01  KEEP-EOF-SW                PIC X(1)   VALUE 'N'.
           88 KEEP-EOF                           VALUE 'Y'.
       01  SUSPENSE-EOF-SW            PIC X(1)   VALUE 'N'.
           88 SUSPENSE-EOF                       VALUE 'Y'.

       01  WS-LINES-READ              PIC 9(9)   VALUE 0.
       01  WS-LINES-IN-RANGE          PIC 9(9)   VALUE 0.
       01  WS-SIG-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-SIG-FOUND        COMP-5 PIC 9(4)   VALUE 0.

      *
      *    THE SUSPENSE AGING SECTION.
      *
       01  WS-SUSPENSE-ITEMS          PIC 9(9)   VALUE 0.
       01  WS-SUSPENSE-OPEN           PIC 9(9)   VALUE 0.
       01  WS-SUSPENSE-AGED           PIC 9(9)   VALUE 0.
       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-TODAY-INT               PIC 9(9)   VALUE 0.
       01  WS-ITEM-DATE-X             PIC X(8)   VALUE SPACES.
       01  WS-ITEM-DATE               REDEFINES WS-ITEM-DATE-X
                                      PIC 9(8).
       01  WS-ITEM-AGE                PIC S9(9)  VALUE 0.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-AGE                PIC Z(4)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY FILEERRSP.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEERRRPT.
           PERFORM 100-READ-CATALOG
           CLOSE CATALOG-FILE
           PERFORM 800-PRINT-REPORT
           PERFORM 850-PRINT-SUSPENSE-AGING
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS NINE COMMA-DELIMITED FIELDS. THE          **
      ** CATALOG NAME DEFAULTS THE SAME WAY FILEERRLOG'S DOES, THE    **
      ** SUSPENSE NAME THE SAME WAY FILEERRDSP'S DOES.                **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PARM-CATALOG, WS-FROM-DATE, WS-TO-DATE,
                    WS-PARM-RECUR-DAYS, WS-REPORT-DSN,
                    WS-ARCHIVE-CUTOFF, WS-ARCHIVE-DSN,
                    WS-PARM-SUSPENSE, WS-PARM-AGE-DAYS
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PARM-CATALOG NOT = SPACES
               MOVE WS-PARM-CATALOG TO WS-CATALOG-DSN
           ELSE
           IF WS-RECUR-DAYS = 0
               MOVE 3 TO WS-RECUR-DAYS
           END-IF
           IF WS-PARM-SUSPENSE NOT = SPACES
               MOVE WS-PARM-SUSPENSE TO WS-SUSPENSE-DSN
           ELSE
               ACCEPT WS-SUSPENSE-DSN
                   FROM ENVIRONMENT 'FILEERR_SUSPENSE'
                   ON EXCEPTION
                       MOVE SPACES TO WS-SUSPENSE-DSN
               END-ACCEPT
               IF WS-SUSPENSE-DSN = SPACES
                   MOVE 'FILEERR.SUSPENSE' TO WS-SUSPENSE-DSN
               END-IF
           END-IF
           IF WS-PARM-AGE-DAYS NOT = SPACES
               MOVE WS-PARM-AGE-DAYS TO WS-AGE-DAYS
           END-IF
           IF WS-ARCHIVE-CUTOFF NOT = SPACES
              AND WS-ARCHIVE-DSN = SPACES
               DISPLAY 'FILEERRRPT: ARCHIVE-CUTOFF NEEDS '
                  INTO WS-KEEP-DSN
           END-STRING
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARM-CATALOG TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-CATALOG
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           MOVE WS-ARCHIVE-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-ARCHIVE-DSN
           MOVE WS-PARM-SUSPENSE TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-SUSPENSE
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEERRRPT: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN INPUT CATALOG-FILE
           MOVE 'N' TO CATALOG-EOF-SW
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 850-PRINT-SUSPENSE-AGING - COUNT THE SUSPENSE ITEMS STILL   **
      ** OPEN (NOT YET CLEARED BY FILERESUB) AND LIST EACH ONE OPEN  **
      ** LONGER THAN AGE-DAYS. AN ITEM WHOSE SUSPENSION DATE WAS     **
      ** EDITED INTO SOMETHING THAT ISN'T A DATE IS LISTED TOO, AGE  **
      ** '?', SO SOMEBODY LOOKS AT IT. A SUSPENSE DATASET THAT CAN'T **
      ** BE READ NEVER CHANGES THE RETURN CODE - THE ROLLUP ABOVE IS **
      ** THIS REPORT'S JOB.                                          **
      *****************************************************************
       850-PRINT-SUSPENSE-AGING.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               IF WS-PARM-SUSPENSE NOT = SPACES
                  OR WS-SUSPENSE-FILE-STATUS NOT = '35'
                   MOVE SPACES TO WS-REPORT-LINE
                   PERFORM 900-EMIT-REPORT-LINE
                   STRING 'SUSPENSE DATASET '
                          TRIM (WS-SUSPENSE-DSN)
                          ' NOT READ - FILE STATUS '
                          WS-SUSPENSE-FILE-STATUS
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 900-EMIT-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-ACCEPT-DATE)
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           STRING 'SUSPENSE ITEMS OF ' TRIM (WS-SUSPENSE-DSN)
                  ' OPEN MORE THAN ' TRIM (WS-EDIT-AGE) ' DAYS'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEM-ID                S PROGRAM              '
                  'FILE                 ST SUSPENDED            AGE'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 'N' TO SUSPENSE-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE
                   AT END SET SUSPENSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-ITEMS
                       MOVE SUSPENSE-FILE-RECORD TO SUSPENSE-RECORD
                       IF NOT SP-CLEARED
                           ADD 1 TO WS-SUSPENSE-OPEN
                           PERFORM 860-AGE-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SUSPENSE-ITEMS TO WS-EDIT-COUNT
           STRING 'SUSPENSE ITEMS: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-SUSPENSE-OPEN TO WS-EDIT-COUNT
           STRING '   OPEN: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (30 : )
           END-STRING
           MOVE WS-SUSPENSE-AGED TO WS-EDIT-COUNT
           STRING '   AGED: ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE (50 : )
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           .
       860-AGE-SUSPENSE-ITEM.
           MOVE SPACES TO WS-REPORT-LINE
           STRING SP-DATE (1 : 4) SP-DATE (6 : 2) SP-DATE (9 : 2)
                  DELIMITED BY SIZE
               INTO WS-ITEM-DATE-X
           END-STRING
           IF WS-ITEM-DATE-X IS NUMERIC
              AND TEST-DATE-YYYYMMDD (WS-ITEM-DATE) = 0
               COMPUTE WS-ITEM-AGE =
                   WS-TODAY-INT - INTEGER-OF-DATE (WS-ITEM-DATE)
               IF WS-ITEM-AGE NOT > WS-AGE-DAYS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ITEM-AGE TO WS-EDIT-AGE
               MOVE WS-EDIT-AGE TO WS-REPORT-LINE (90 : 5)
           ELSE
               MOVE '    ?' TO WS-REPORT-LINE (90 : 5)
           END-IF
           ADD 1 TO WS-SUSPENSE-AGED
           MOVE SP-ITEM-ID TO WS-REPORT-LINE (1 : 22)
           MOVE SP-STATE TO WS-REPORT-LINE (24 : 1)
           MOVE SP-PROGRAM TO WS-REPORT-LINE (26 : 20)
           MOVE SP-FILE-TAG TO WS-REPORT-LINE (47 : 20)
           MOVE SP-STATUS TO WS-REPORT-LINE (68 : 2)
           MOVE SP-DATE TO WS-REPORT-LINE (71 : 10)
           MOVE SP-TIME TO WS-REPORT-LINE (82 : 8)
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE     **
      ** SAME DUAL-DESTINATION CONVENTION FILEPROF USES.             **
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
