       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAUTH.
      *****************************************************************
      ** SHOP-WIDE CHANGE-CONTROL CHECK FOR THE UTILITIES THAT WRITE  **
      ** DATA BY HAND - SO A PATCH, A CSV RELOAD OR A MASKED COPY     **
      ** LANDING ON A PRODUCTION DATASET HAS AN APPROVED CHANGE       **
      ** BEHIND IT, USED ONCE, INSTEAD OF WHOEVER HAD THE PARM.       **
      ** SEE CHGAUTH.CPY FOR THE CONTROL BLOCK AND THE CALLING        **
      ** SEQUENCE, CHGREG.CPY FOR THE CHANGE REGISTER, THE PROTECTED  **
      ** LIST AND THE EXCEPTION LOG, AND CHGAUTHRPT FOR THE REPORT.   **
      **                                                              **
      ** TWO FUNCTIONS:                                               **
      **                                                              **
      **   CA-AUTHORIZE - IS THE CALLER CLEARED TO WRITE THE TARGET   **
      **                  DATASET? A DATASET MATCHING A PROTECTED     **
      **                  PATTERN NEEDS A CHANGE NUMBER; A CHANGE     **
      **                  NUMBER, WHENEVER ONE IS GIVEN, NEEDS A      **
      **                  REGISTER LINE FOR IT THAT NAMES THE         **
      **                  CALLER, MATCHES THE DATASET, HAS NOT        **
      **                  EXPIRED, HAS NOT BEEN USED, AND HAS A       **
      **                  CEILING NO LOWER THAN CA-COUNT. WHEN THE    **
      **                  CHANGE HAS SEVERAL LINES AND NONE CLEARS,   **
      **                  THE REFUSAL NAMES THE LINE THAT GOT         **
      **                  FURTHEST, SO "EXPIRED" IS NOT HIDDEN        **
      **                  BEHIND "WRONG UTILITY" ON A SISTER LINE.    **
      **   CA-CONSUME   - MARK THE LINE THAT CLEARED THE RUN AS USED  **
      **                  (WHEN, BY WHAT, BY WHOM, HOW MANY), SO IT   **
      **                  CANNOT CLEAR ANOTHER. AN EXPIRY PASSING     **
      **                  DURING THE RUN DOES NOT STOP THE MARK.      **
      **                                                              **
      ** EVERY REFUSAL IS REPORTED ON SYSERR AND APPENDED TO THE      **
      ** EXCEPTION LOG. A LOG THAT WON'T OPEN IS REPORTED AND THEN    **
      ** IGNORED (THE RUNJRNL RULE) - THE REFUSAL STANDS EITHER WAY.  **
      ** A PROTECTED LIST OR REGISTER THAT EXISTS BUT WON'T READ      **
      ** REFUSES - WHEN THE RULES CAN'T BE READ, NOTHING IS CLEARED.  **
      **                                                              **
      ** AUTHOR:       FRED WEIGEL                                    **
      **                                                              **
      ** DATE-WRITTEN: OCTOBER 2026                                   **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT KEEP-FILE
               ASSIGN TO DYNAMIC WS-KEEP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT OPTIONAL PROTECT-FILE
               ASSIGN TO DYNAMIC WS-PROTECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECT-FILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE
               ASSIGN TO DYNAMIC WS-REFUSAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD            PIC X(256).
       FD  KEEP-FILE.
       01  KEEP-RECORD                PIC X(256).
       FD  PROTECT-FILE.
       01  PROTECT-RECORD             PIC X(80).
       FD  REFUSAL-FILE.
       01  REFUSAL-RECORD             PIC X(512).
       WORKING-STORAGE SECTION.

       01  WS-REGISTER-DSN            PIC X(64)  VALUE SPACES.
       01  WS-KEEP-DSN                PIC X(74)  VALUE SPACES.
       01  WS-PROTECT-DSN             PIC X(64)  VALUE SPACES.
       01  WS-REFUSAL-DSN             PIC X(64)  VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-KEEP-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PROTECT-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REFUSAL-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  REGISTER-EOF-SW            PIC X(1)   VALUE 'N'.
           88 REGISTER-EOF                       VALUE 'Y'.
       01  KEEP-EOF-SW                PIC X(1)   VALUE 'N'.
           88 KEEP-EOF                           VALUE 'Y'.
       01  PROTECT-EOF-SW             PIC X(1)   VALUE 'N'.
           88 PROTECT-EOF                        VALUE 'Y'.
       01  WS-REGISTER-GOOD-SW        PIC X(1)   VALUE 'N'.
           88 WS-REGISTER-GOOD                   VALUE 'Y'.
       01  WS-REWRITE-GOOD-SW         PIC X(1)   VALUE 'N'.
           88 WS-REWRITE-GOOD                    VALUE 'Y'.
       01  WS-REFUSAL-OPEN-SW         PIC X(1)   VALUE 'N'.
           88 WS-REFUSAL-OPEN                    VALUE 'Y'.
       01  WS-PROTECTED-SW            PIC X(1)   VALUE 'N'.
           88 WS-DATASET-PROTECTED               VALUE 'Y'.
           88 WS-PROTECT-LIST-BAD                VALUE 'E'.
       01  WS-CONSUMING-SW            PIC X(1)   VALUE 'N'.
           88 WS-CONSUMING                       VALUE 'Y'.

      *
      *    THE WHOLE REGISTER, HELD WHILE ONE CALL WORKS ON IT.
      *
       01  WS-REGISTER-TABLE.
           05 WS-REG-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
              10 WS-REG-LINE          PIC X(256).
       01  WS-REG-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-AUTH-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-NEW-LINE                PIC X(256) VALUE SPACES.

       COPY CHGREG.

      *
      *    THE REFUSAL FOR THE REGISTER LINE THAT GOT FURTHEST. THE
      *    RANK IS HOW FAR A LINE GOT BEFORE IT FAILED.
      *
       01  WS-RANK             COMP-5 PIC 9(4)   VALUE 0.
       01  WS-BEST-RANK        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-REASON                  PIC X(8)   VALUE SPACES.
       01  WS-BEST-REASON             PIC X(8)   VALUE SPACES.
       01  WS-LINE-GOOD-SW            PIC X(1)   VALUE 'N'.
           88 WS-LINE-GOOD                       VALUE 'Y'.

       01  WS-CHANGE-WANTED           PIC X(16)  VALUE SPACES.
       01  WS-CEILING                 PIC 9(9)   VALUE 0.
       01  WS-EXPIRES-DIGITS          PIC X(8)   VALUE SPACES.
       01  WS-EXPIRES-NUMBER          REDEFINES WS-EXPIRES-DIGITS
                                      PIC 9(8).
       01  WS-PROTECTING-PATTERN      PIC X(64)  VALUE SPACES.

      *
      *    ONE PATTERN MATCH - WS-PATTERN AGAINST WS-SUBJECT, BOTH
      *    UPPER CASE AND LEFT-JUSTIFIED.
      *
       01  WS-PATTERN                 PIC X(64)  VALUE SPACES.
       01  WS-SUBJECT                 PIC X(64)  VALUE SPACES.
       01  WS-TARGET-UPPER            PIC X(64)  VALUE SPACES.
       01  WS-PAT-LEN          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-SUBJ-LEN         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-PAT-POS          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-SUBJ-POS         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-STAR-POS         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-STAR-SUBJ        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-MATCH-SW                PIC X(1)   VALUE 'N'.
           88 WS-PATTERN-MATCHES                 VALUE 'Y'.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-CEILING            PIC Z(8)9.
       01  WS-LOG-CHANGE              PIC X(16)  VALUE SPACES.

       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-ACCEPT-TIME             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-TIME-X           REDEFINES WS-ACCEPT-TIME
                                      PIC X(8).
       01  WS-STAMP                   PIC X(19)  VALUE SPACES.
       01  WS-TODAY                   PIC X(10)  VALUE SPACES.
       01  WS-CALLER-NAME             PIC X(30)  VALUE SPACES.
       01  WS-RUN-USER                PIC X(30)  VALUE SPACES.

       LINKAGE SECTION.

           COPY CHGAUTH.

       PROCEDURE DIVISION USING CHANGE-AUTH-CONTROL.

       000-CHGAUTH.
           MOVE MODULE-CALLER-ID TO WS-CALLER-NAME
           PERFORM 050-NAME-DATASETS
           PERFORM 900-TAKE-TIMESTAMP
           MOVE TRIM (CA-CHANGE-NUMBER) TO WS-CHANGE-WANTED
           INSPECT WS-CHANGE-WANTED
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE TRIM (CA-TARGET-DSN) TO WS-TARGET-UPPER
           INSPECT WS-TARGET-UPPER
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN CA-AUTHORIZE
                   MOVE 'N' TO WS-CONSUMING-SW
                   PERFORM 100-AUTHORIZE
               WHEN CA-CONSUME
                   SET WS-CONSUMING TO TRUE
                   PERFORM 400-CONSUME
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
           .
       050-NAME-DATASETS.
           ACCEPT WS-REGISTER-DSN FROM ENVIRONMENT 'CHGAUTH_REGISTER'
               ON EXCEPTION
                   MOVE SPACES TO WS-REGISTER-DSN
           END-ACCEPT
           IF WS-REGISTER-DSN = SPACES
               MOVE 'CHGAUTH.REGISTER' TO WS-REGISTER-DSN
           END-IF
           MOVE SPACES TO WS-KEEP-DSN
           STRING TRIM (WS-REGISTER-DSN) '.KEEP' DELIMITED BY SIZE
               INTO WS-KEEP-DSN
           END-STRING
           ACCEPT WS-PROTECT-DSN FROM ENVIRONMENT 'CHGAUTH_PROTECT'
               ON EXCEPTION
                   MOVE SPACES TO WS-PROTECT-DSN
           END-ACCEPT
           IF WS-PROTECT-DSN = SPACES
               MOVE 'CHGAUTH.PROTECT' TO WS-PROTECT-DSN
           END-IF
           ACCEPT WS-REFUSAL-DSN
               FROM ENVIRONMENT 'CHGAUTH_EXCEPTIONS'
               ON EXCEPTION
                   MOVE SPACES TO WS-REFUSAL-DSN
           END-ACCEPT
           IF WS-REFUSAL-DSN = SPACES
               MOVE 'CHGAUTH.EXCEPTIONS' TO WS-REFUSAL-DSN
           END-IF
           ACCEPT WS-RUN-USER FROM ENVIRONMENT 'USER'
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-USER
           END-ACCEPT
           IF WS-RUN-USER = SPACES
               MOVE '(UNKNOWN)' TO WS-RUN-USER
           END-IF
           .
      *****************************************************************
      ** 100-AUTHORIZE - CLEAR OR REFUSE ONE RUN'S WRITE TO           **
      ** CA-TARGET-DSN. ON A CLEAR UNDER A CHANGE THE REGISTER LINE   **
      ** IS LEFT IN CHANGE-REGISTER-ENTRY.                            **
      *****************************************************************
       100-AUTHORIZE.
           SET CA-REFUSED TO TRUE
           MOVE 'N' TO CA-IN-FORCE-SW
           MOVE SPACES TO CA-REASON, CA-REASON-TEXT, CA-APPROVER
           MOVE 0 TO CA-CEILING
           PERFORM 110-CHECK-PROTECTED
           IF WS-PROTECT-LIST-BAD
               MOVE 'REGISTER' TO CA-REASON
               PERFORM 300-REFUSE-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-WANTED = SPACES
               IF WS-DATASET-PROTECTED
                   MOVE 'NOCHANGE' TO CA-REASON
                   PERFORM 300-REFUSE-ATTEMPT
               ELSE
                   SET CA-CLEARED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOAD-REGISTER
           IF NOT WS-REGISTER-GOOD
               MOVE 'REGISTER' TO CA-REASON
               PERFORM 300-REFUSE-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           PERFORM 200-FIND-AUTHORIZATION
           IF WS-AUTH-SUB = 0
               MOVE WS-BEST-REASON TO CA-REASON
               PERFORM 300-REFUSE-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           IF CA-COUNT > WS-CEILING
               MOVE CA-COUNT TO WS-EDIT-COUNT
               MOVE WS-CEILING TO WS-EDIT-CEILING
               DISPLAY 'CHGAUTH: ' TRIM (WS-CALLER-NAME)
                       ' WOULD WRITE ' TRIM (WS-EDIT-COUNT)
                       ' - CHANGE ' TRIM (WS-CHANGE-WANTED)
                       ' ALLOWS ' TRIM (WS-EDIT-CEILING)
                       UPON SYSERR
               MOVE 'CEILING' TO CA-REASON
               PERFORM 300-REFUSE-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           SET CA-CLEARED TO TRUE
           SET CA-CHANGE-IN-FORCE TO TRUE
           MOVE CR-APPROVER TO CA-APPROVER
           MOVE WS-CEILING TO CA-CEILING
           DISPLAY 'CHGAUTH: CHANGE ' TRIM (WS-CHANGE-WANTED)
                   ' (APPROVED BY ' TRIM (CR-APPROVER)
                   ') CLEARS ' TRIM (WS-CALLER-NAME)
                   ' TO WRITE ' TRIM (CA-TARGET-DSN) UPON SYSERR
           .
      *****************************************************************
      ** 110-CHECK-PROTECTED - DOES CA-TARGET-DSN MATCH A PATTERN IN  **
      ** THE PROTECTED LIST? NO LIST ON DISK PROTECTS NOTHING.        **
      ** A LIST THAT CANNOT BE OPENED OR READ THROUGH IS BAD, AND     **
      ** 100-AUTHORIZE REFUSES - IT NEVER PROTECTS LESS THAN IT SAYS. **
      *****************************************************************
       110-CHECK-PROTECTED.
           MOVE 'N' TO WS-PROTECTED-SW
           MOVE SPACES TO WS-PROTECTING-PATTERN
           OPEN INPUT PROTECT-FILE
           IF WS-PROTECT-FILE-STATUS = '05'
               CLOSE PROTECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROTECT-FILE-STATUS NOT = '00'
               DISPLAY 'CHGAUTH: UNABLE TO OPEN ' WS-PROTECT-DSN
                       ' - FILE STATUS ' WS-PROTECT-FILE-STATUS
                       UPON SYSERR
               SET WS-PROTECT-LIST-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-UPPER TO WS-SUBJECT
           MOVE 'N' TO PROTECT-EOF-SW
           PERFORM WITH TEST BEFORE
                   UNTIL PROTECT-EOF OR WS-DATASET-PROTECTED
               READ PROTECT-FILE
                   AT END SET PROTECT-EOF TO TRUE
               END-READ
               IF WS-PROTECT-FILE-STATUS NOT = '00' AND NOT = '04'
                                      AND NOT = '10'
                   DISPLAY 'CHGAUTH: UNABLE TO READ ' WS-PROTECT-DSN
                           ' - FILE STATUS ' WS-PROTECT-FILE-STATUS
                           UPON SYSERR
                   SET WS-PROTECT-LIST-BAD TO TRUE
                   SET PROTECT-EOF TO TRUE
               END-IF
               IF NOT PROTECT-EOF
                   MOVE SPACES TO WS-PATTERN
                   IF PROTECT-RECORD NOT = SPACES
                       MOVE TRIM (PROTECT-RECORD) TO PROTECT-RECORD
                       IF PROTECT-RECORD (1 : 2) NOT = '* '
                           UNSTRING PROTECT-RECORD DELIMITED BY SPACE
                               INTO WS-PATTERN
                           END-UNSTRING
                       END-IF
                   END-IF
                   IF WS-PATTERN NOT = SPACES
                       INSPECT WS-PATTERN
                           CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       PERFORM 130-MATCH-PATTERN
                       IF WS-PATTERN-MATCHES
                           SET WS-DATASET-PROTECTED TO TRUE
                           MOVE WS-PATTERN TO WS-PROTECTING-PATTERN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROTECT-FILE
           .
      *****************************************************************
      ** 130-MATCH-PATTERN - '*' MATCHES ANY RUN OF CHARACTERS, '%'   **
      ** ANY ONE. A MISMATCH AFTER A '*' BACKS UP TO THE LAST '*' AND **
      ** LETS IT TAKE ONE MORE CHARACTER - ONLY THE LAST '*' EVER     **
      ** NEEDS TO GIVE GROUND, SO THE SCAN NEVER RECURSES.            **
      *****************************************************************
       130-MATCH-PATTERN.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-PATTERN = SPACES OR WS-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH (TRIM (WS-PATTERN)) TO WS-PAT-LEN
           MOVE LENGTH (TRIM (WS-SUBJECT)) TO WS-SUBJ-LEN
           MOVE 1 TO WS-PAT-POS, WS-SUBJ-POS
           MOVE 0 TO WS-STAR-POS, WS-STAR-SUBJ
           PERFORM WITH TEST BEFORE UNTIL WS-SUBJ-POS > WS-SUBJ-LEN
               EVALUATE TRUE
                   WHEN WS-PAT-POS <= WS-PAT-LEN
                    AND WS-PATTERN (WS-PAT-POS : 1) = '*'
                       MOVE WS-PAT-POS TO WS-STAR-POS
                       MOVE WS-SUBJ-POS TO WS-STAR-SUBJ
                       ADD 1 TO WS-PAT-POS
                   WHEN WS-PAT-POS <= WS-PAT-LEN
                    AND (WS-PATTERN (WS-PAT-POS : 1) = '%'
                      OR WS-PATTERN (WS-PAT-POS : 1) =
                         WS-SUBJECT (WS-SUBJ-POS : 1))
                       ADD 1 TO WS-PAT-POS, WS-SUBJ-POS
                   WHEN WS-STAR-POS > 0
                       COMPUTE WS-PAT-POS = WS-STAR-POS + 1
                       ADD 1 TO WS-STAR-SUBJ
                       MOVE WS-STAR-SUBJ TO WS-SUBJ-POS
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           PERFORM WITH TEST BEFORE
                   UNTIL WS-PAT-POS > WS-PAT-LEN
               IF WS-PATTERN (WS-PAT-POS : 1) NOT = '*'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAT-POS
           END-PERFORM
           SET WS-PATTERN-MATCHES TO TRUE
           .
      *****************************************************************
      ** 150-LOAD-REGISTER - THE WHOLE REGISTER INTO                  **
      ** WS-REGISTER-TABLE. A REGISTER THAT DOESN'T EXIST YET OPENS   **
      ** AS EMPTY, AND CLEARS NOTHING.                                **
      *****************************************************************
       150-LOAD-REGISTER.
           MOVE 'N' TO WS-REGISTER-GOOD-SW
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = '00'
              AND WS-REGISTER-FILE-STATUS NOT = '05'
               DISPLAY 'CHGAUTH: UNABLE TO OPEN ' WS-REGISTER-DSN
                       ' - FILE STATUS ' WS-REGISTER-FILE-STATUS
                       UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO REGISTER-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ REGISTER-FILE
                   AT END SET REGISTER-EOF TO TRUE
               END-READ
               IF NOT REGISTER-EOF
                  AND REGISTER-RECORD NOT = SPACES
                   IF WS-REG-COUNT >= 2000
                       DISPLAY 'CHGAUTH: ' TRIM (WS-REGISTER-DSN)
                               ' HAS MORE THAN 2000 LINES'
                               UPON SYSERR
                       CLOSE REGISTER-FILE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   MOVE REGISTER-RECORD TO WS-REG-LINE (WS-REG-COUNT)
               END-IF
           END-PERFORM
           CLOSE REGISTER-FILE
           SET WS-REGISTER-GOOD TO TRUE
           .
      *****************************************************************
      ** 200-FIND-AUTHORIZATION - WS-AUTH-SUB COMES BACK AS THE       **
      ** REGISTER LINE THAT CLEARS WS-CHANGE-WANTED FOR THE CALLER    **
      ** AND WS-TARGET-UPPER (WITH THAT LINE SPLIT IN                 **
      ** CHANGE-REGISTER-ENTRY AND ITS CEILING IN WS-CEILING), OR 0   **
      ** WITH WS-BEST-REASON SAYING WHY NOT.                          **
      *****************************************************************
       200-FIND-AUTHORIZATION.
           MOVE 0 TO WS-AUTH-SUB, WS-BEST-RANK
           MOVE 'UNKNOWN' TO WS-BEST-REASON
           MOVE WS-TARGET-UPPER TO WS-SUBJECT
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                     UNTIL WS-REG-SUB > WS-REG-COUNT
                        OR WS-AUTH-SUB > 0
               IF WS-REG-LINE (WS-REG-SUB) (1 : 1) NOT = '*'
                   PERFORM 210-SPLIT-REGISTER-LINE
                   IF CR-CHANGE-NUMBER = WS-CHANGE-WANTED
                       PERFORM 220-CHECK-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           .
       210-SPLIT-REGISTER-LINE.
           MOVE SPACES TO CHANGE-REGISTER-ENTRY
           UNSTRING WS-REG-LINE (WS-REG-SUB) DELIMITED BY ','
               INTO CR-CHANGE-NUMBER, CR-APPROVER, CR-UTILITY,
                    CR-TARGET-DSN, CR-EXPIRES, CR-CEILING-TEXT,
                    CR-USED-STAMP, CR-USED-BY, CR-USED-USER,
                    CR-USED-COUNT-TEXT, CR-EXTRA
           END-UNSTRING
           MOVE TRIM (CR-CHANGE-NUMBER) TO CR-CHANGE-NUMBER
           MOVE TRIM (CR-APPROVER) TO CR-APPROVER
           MOVE TRIM (CR-UTILITY) TO CR-UTILITY
           MOVE TRIM (CR-TARGET-DSN) TO CR-TARGET-DSN
           MOVE TRIM (CR-EXPIRES) TO CR-EXPIRES
           MOVE TRIM (CR-CEILING-TEXT) TO CR-CEILING-TEXT
           MOVE TRIM (CR-USED-STAMP) TO CR-USED-STAMP
           INSPECT CR-CHANGE-NUMBER
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CR-UTILITY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CR-TARGET-DSN
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
      *
      *    ONE REGISTER LINE FOR THE WANTED CHANGE. THE CHECKS RUN IN
      *    RANK ORDER; THE FIRST ONE THE LINE FAILS IS ITS REASON.
      *
       220-CHECK-ONE-LINE.
           MOVE CR-TARGET-DSN TO WS-PATTERN
           PERFORM 130-MATCH-PATTERN
           PERFORM 230-CHECK-LINE-FORM
           EVALUATE TRUE
               WHEN CR-UTILITY NOT = WS-CALLER-NAME
                   MOVE 1 TO WS-RANK
                   MOVE 'UTILITY' TO WS-REASON
               WHEN NOT WS-PATTERN-MATCHES
                   MOVE 2 TO WS-RANK
                   MOVE 'DATASET' TO WS-REASON
               WHEN NOT WS-LINE-GOOD
                   MOVE 3 TO WS-RANK
                   MOVE 'MALFORMD' TO WS-REASON
               WHEN WS-TODAY > CR-EXPIRES
                AND NOT WS-CONSUMING
                   MOVE 4 TO WS-RANK
                   MOVE 'EXPIRED' TO WS-REASON
               WHEN CR-USED-STAMP NOT = SPACES
                   MOVE 5 TO WS-RANK
                   MOVE 'CONSUMED' TO WS-REASON
               WHEN OTHER
                   MOVE WS-REG-SUB TO WS-AUTH-SUB
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RANK > WS-BEST-RANK
               MOVE WS-RANK TO WS-BEST-RANK
               MOVE WS-REASON TO WS-BEST-REASON
           END-IF
           .
      *
      *    AN APPROVER, A REAL CALENDAR DATE AND A WHOLE-NUMBER
      *    CEILING - ANYTHING LESS AND THE LINE CLEARS NOTHING.
      *
       230-CHECK-LINE-FORM.
           MOVE 'N' TO WS-LINE-GOOD-SW
           MOVE 0 TO WS-CEILING
           IF CR-APPROVER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CR-EXPIRES-YYYY NOT NUMERIC
              OR CR-EXPIRES-MM NOT NUMERIC
              OR CR-EXPIRES-DD NOT NUMERIC
              OR CR-EXPIRES-DASH-1 NOT = '-'
              OR CR-EXPIRES-DASH-2 NOT = '-'
               EXIT PARAGRAPH
           END-IF
           STRING CR-EXPIRES-YYYY CR-EXPIRES-MM CR-EXPIRES-DD
               DELIMITED BY SIZE INTO WS-EXPIRES-DIGITS
           END-STRING
           IF TEST-DATE-YYYYMMDD (WS-EXPIRES-NUMBER) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CR-CEILING-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TRIM (CR-CEILING-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CEILING = NUMVAL (CR-CEILING-TEXT)
           SET WS-LINE-GOOD TO TRUE
           .
      *****************************************************************
      ** 300-REFUSE-ATTEMPT - SAY WHY ON SYSERR AND LOG THE ATTEMPT.  **
      *****************************************************************
       300-REFUSE-ATTEMPT.
           SET CA-REFUSED TO TRUE
           MOVE 'N' TO CA-IN-FORCE-SW
           EVALUATE CA-REASON
               WHEN 'NOCHANGE'
                   MOVE 'PROTECTED DATASET - NO CHANGE NUMBER GIVEN'
                     TO CA-REASON-TEXT
               WHEN 'UNKNOWN'
                   MOVE 'CHANGE NUMBER NOT IN THE REGISTER'
                     TO CA-REASON-TEXT
               WHEN 'UTILITY'
                   MOVE 'CHANGE APPROVED FOR A DIFFERENT UTILITY'
                     TO CA-REASON-TEXT
               WHEN 'DATASET'
                   MOVE 'CHANGE APPROVED FOR A DIFFERENT DATASET'
                     TO CA-REASON-TEXT
               WHEN 'MALFORMD'
                   MOVE 'REGISTER LINE FOR THE CHANGE IS UNUSABLE'
                     TO CA-REASON-TEXT
               WHEN 'EXPIRED'
                   MOVE 'CHANGE PAST ITS EXPIRY DATE'
                     TO CA-REASON-TEXT
               WHEN 'CONSUMED'
                   MOVE 'CHANGE ALREADY USED BY AN EARLIER RUN'
                     TO CA-REASON-TEXT
               WHEN 'CEILING'
                   MOVE 'RUN WOULD WRITE MORE THAN THE CEILING'
                     TO CA-REASON-TEXT
               WHEN OTHER
                   MOVE 'REGISTER OR PROTECTED LIST UNREADABLE'
                     TO CA-REASON-TEXT
           END-EVALUATE
           IF WS-DATASET-PROTECTED
               DISPLAY 'CHGAUTH: ' TRIM (CA-TARGET-DSN)
                       ' IS PROTECTED (' TRIM (WS-PROTECTING-PATTERN)
                       ')' UPON SYSERR
           END-IF
           DISPLAY 'CHGAUTH: ' TRIM (WS-CALLER-NAME)
                   ' REFUSED - ' TRIM (CA-REASON-TEXT)
                   UPON SYSERR
           PERFORM 320-LOG-EXCEPTION
           .
       320-LOG-EXCEPTION.
           MOVE 'N' TO WS-REFUSAL-OPEN-SW
           OPEN EXTEND REFUSAL-FILE
           IF WS-REFUSAL-FILE-STATUS = '35'
               OPEN OUTPUT REFUSAL-FILE
           END-IF
           IF WS-REFUSAL-FILE-STATUS (1 : 1) = '0'
               SET WS-REFUSAL-OPEN TO TRUE
           END-IF
           IF NOT WS-REFUSAL-OPEN
               DISPLAY 'CHGAUTH: UNABLE TO OPEN EXCEPTION LOG '
                       WS-REFUSAL-DSN ' - FILE STATUS '
                       WS-REFUSAL-FILE-STATUS UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-WANTED TO WS-LOG-CHANGE
           IF WS-LOG-CHANGE = SPACES
               MOVE '(NONE)' TO WS-LOG-CHANGE
           END-IF
           MOVE CA-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REFUSAL-RECORD
           STRING WS-STAMP                  DELIMITED BY SIZE
                  ' PROGRAM='               DELIMITED BY SIZE
                  TRIM (WS-CALLER-NAME)     DELIMITED BY SIZE
                  ' USER='                  DELIMITED BY SIZE
                  TRIM (WS-RUN-USER)        DELIMITED BY SIZE
                  ' CHANGE='                DELIMITED BY SIZE
                  TRIM (WS-LOG-CHANGE)      DELIMITED BY SIZE
                  ' REASON='                DELIMITED BY SIZE
                  TRIM (CA-REASON)          DELIMITED BY SIZE
                  ' COUNT='                 DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT)      DELIMITED BY SIZE
                  ' DSN='                   DELIMITED BY SIZE
                  TRIM (CA-TARGET-DSN)      DELIMITED BY SIZE
                  ' PARM='                  DELIMITED BY SIZE
                  TRIM (CA-PARM)            DELIMITED BY SIZE
               INTO REFUSAL-RECORD
           END-STRING
           WRITE REFUSAL-RECORD
           CLOSE REFUSAL-FILE
           .
      *****************************************************************
      ** 400-CONSUME - MARK THE LINE THAT CLEARED THIS RUN AS USED.   **
      ** CA-CLEARED COMES BACK ONLY WHEN THE REGISTER WAS REWRITTEN.  **
      *****************************************************************
       400-CONSUME.
           SET CA-REFUSED TO TRUE
           IF WS-CHANGE-WANTED = SPACES
               SET CA-CLEARED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOAD-REGISTER
           IF NOT WS-REGISTER-GOOD
               DISPLAY 'CHGAUTH: CHANGE ' TRIM (WS-CHANGE-WANTED)
                       ' NOT MARKED USED - MARK IT IN '
                       TRIM (WS-REGISTER-DSN) ' BY HAND' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM 200-FIND-AUTHORIZATION
           IF WS-AUTH-SUB = 0
               DISPLAY 'CHGAUTH: CHANGE ' TRIM (WS-CHANGE-WANTED)
                       ' IS NO LONGER OPEN IN '
                       TRIM (WS-REGISTER-DSN) ' - NOT MARKED USED'
                       UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE CA-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-NEW-LINE
           STRING TRIM (WS-REG-LINE (WS-AUTH-SUB) TRAILING)
                                            DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  WS-STAMP                  DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  TRIM (WS-CALLER-NAME)     DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  TRIM (WS-RUN-USER)        DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  TRIM (WS-EDIT-COUNT)      DELIMITED BY SIZE
               INTO WS-NEW-LINE
               ON OVERFLOW
                   DISPLAY 'CHGAUTH: REGISTER LINE FOR CHANGE '
                           TRIM (WS-CHANGE-WANTED)
                           ' IS TOO LONG TO MARK - MARK IT BY HAND'
                           UPON SYSERR
                   EXIT PARAGRAPH
           END-STRING
           MOVE WS-NEW-LINE TO WS-REG-LINE (WS-AUTH-SUB)
           PERFORM 500-REWRITE-REGISTER
           IF WS-REWRITE-GOOD
               SET CA-CLEARED TO TRUE
               DISPLAY 'CHGAUTH: CHANGE ' TRIM (WS-CHANGE-WANTED)
                       ' MARKED USED - ' TRIM (WS-EDIT-COUNT)
                       ' WRITTEN' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** 500-REWRITE-REGISTER - THE WHOLE TABLE IS WRITTEN TO THE     **
      ** .KEEP DATASET, THEN COPIED BACK OVER THE REGISTER. A FAILURE **
      ** BEFORE THE COPY-BACK LEAVES THE OLD REGISTER UNTOUCHED; ONE  **
      ** DURING IT LEAVES THE COMPLETE .KEEP DATASET FOR RECOVERY.    **
      *****************************************************************
       500-REWRITE-REGISTER.
           MOVE 'N' TO WS-REWRITE-GOOD-SW
           OPEN OUTPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'CHGAUTH: UNABLE TO OPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       ' - REGISTER NOT UPDATED' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                     UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-LINE (WS-REG-SUB) TO KEEP-RECORD
               WRITE KEEP-RECORD
               IF WS-KEEP-FILE-STATUS (1 : 1) NOT = '0'
                   DISPLAY 'CHGAUTH: WRITE TO ' WS-KEEP-DSN
                           ' FAILED - FILE STATUS '
                           WS-KEEP-FILE-STATUS
                           ' - REGISTER NOT UPDATED' UPON SYSERR
                   CLOSE KEEP-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           CLOSE KEEP-FILE
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'CHGAUTH: UNABLE TO REOPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       ' - REGISTER NOT UPDATED' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = '00'
              AND WS-REGISTER-FILE-STATUS NOT = '05'
               DISPLAY 'CHGAUTH: UNABLE TO REWRITE ' WS-REGISTER-DSN
                       ' - FILE STATUS ' WS-REGISTER-FILE-STATUS
                       ' - REGISTER NOT UPDATED' UPON SYSERR
               CLOSE KEEP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO KEEP-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-RECORD TO REGISTER-RECORD
                       WRITE REGISTER-RECORD
                       IF WS-REGISTER-FILE-STATUS (1 : 1) NOT = '0'
                           DISPLAY 'CHGAUTH: REWRITE OF '
                                   WS-REGISTER-DSN
                                   ' FAILED - FILE STATUS '
                                   WS-REGISTER-FILE-STATUS
                                   UPON SYSERR
                           DISPLAY 'CHGAUTH: THE COMPLETE '
                                   'REGISTER IS IN ' WS-KEEP-DSN
                                   ' - RECOVER IT BY HAND'
                                   UPON SYSERR
                           CLOSE KEEP-FILE
                           CLOSE REGISTER-FILE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE REGISTER-FILE
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
           END-CALL
           SET WS-REWRITE-GOOD TO TRUE
           .
      *****************************************************************
      ** 900-TAKE-TIMESTAMP - THE RUNJRNL STAMP FORMAT, SO A REFUSAL  **
      ** OR A USED MARK LINES UP WITH THE JOURNAL LINES FOR THE RUN.  **
      *****************************************************************
       900-TAKE-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2) ' '
                  WS-ACCEPT-TIME-X (1 : 2) ':'
                  WS-ACCEPT-TIME-X (3 : 2) ':'
                  WS-ACCEPT-TIME-X (5 : 2)
                  DELIMITED BY SIZE
               INTO WS-STAMP
           END-STRING
           MOVE WS-STAMP (1 : 10) TO WS-TODAY
           .
