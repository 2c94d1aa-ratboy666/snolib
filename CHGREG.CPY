      *****************************************************************
      ** CHGREG.CPY                                                   **
      **                                                              **
      ** ONE LINE OF THE CHANGE REGISTER CHGAUTH CHECKS AND MARKS AND **
      ** CHGAUTHRPT LISTS, SPLIT INTO ITS FIELDS. THE REGISTER IS A   **
      ** LINE-SEQUENTIAL DATASET NAMED BY THE ENVIRONMENT VARIABLE    **
      ** CHGAUTH_REGISTER, DEFAULTING TO "CHGAUTH.REGISTER" - ONE     **
      ** APPROVED CHANGE PER LINE, COMMA-SEPARATED:                   **
      **                                                              **
      **   CHANGE,APPROVER,UTILITY,TARGET-DSN,EXPIRES,CEILING         **
      **                                                              **
      **   CHANGE     - THE CHANGE NUMBER, UP TO 16 CHARACTERS, AS    **
      **                GIVEN IN THE UTILITY'S PARM.                  **
      **   APPROVER   - WHO APPROVED IT.                              **
      **   UTILITY    - THE PROGRAM IT IS APPROVED FOR (FILEPATCH,    **
      **                FILECSVIN, FILEMASK, FILEMAINT).              **
      **   TARGET-DSN - THE DATASET IT MAY WRITE. MAY BE A PATTERN,   **
      **                THE PROTECTED-LIST RULES BELOW.               **
      **   EXPIRES    - LAST DAY IT MAY BE USED, YYYY-MM-DD.          **
      **   CEILING    - THE MOST PATCHES (FILEPATCH), MAINTENANCE     **
      **                ACTIONS (FILEMAINT) OR RECORDS (THE OTHERS)   **
      **                THE RUN MAY WRITE.                            **
      **                                                              **
      ** A LINE STARTING '*' IS A COMMENT. CHGAUTH MARKS A LINE USED  **
      ** BY APPENDING FOUR MORE FIELDS - WHEN, BY WHICH PROGRAM, THE  **
      ** RUNNING USER, AND HOW MANY PATCHES OR RECORDS WERE WRITTEN - **
      ** SO THE REGISTER IS ITSELF THE RECORD OF WHAT EACH CHANGE    **
      ** DID.                                                         **
      ** THE REGISTER IS REWRITTEN TWO-PASS THROUGH REGISTER-DSN +    **
      ** '.KEEP' (THE GDGRSLV CATALOG RULE).                          **
      **                                                              **
      ** THE PROTECTED-DATASET LIST (CHGAUTH_PROTECT, DEFAULTING TO   **
      ** "CHGAUTH.PROTECT") HOLDS ONE DATASET-NAME PATTERN PER LINE.  **
      ** '*' IN A PATTERN MATCHES ANY RUN OF CHARACTERS (NONE         **
      ** INCLUDED) AND '%' ANY ONE CHARACTER; CASE IS IGNORED.        **
      ** A PATTERN HAS NO SPACES, SO A LINE STARTING '* ' (STAR,      **
      ** SPACE) IS A COMMENT - '*.PROD.*' IS A PATTERN. WITH NO LIST  **
      ** ON DISK NOTHING IS PROTECTED.                                **
      **                                                              **
      ** EVERY REFUSED ATTEMPT IS APPENDED TO THE EXCEPTION LOG       **
      ** (CHGAUTH_EXCEPTIONS, DEFAULTING TO "CHGAUTH.EXCEPTIONS"),    **
      ** ONE LINE EACH, IN THE RUN JOURNAL'S KEY=VALUE FORM:          **
      **                                                              **
      **   YYYY-MM-DD HH:MM:SS PROGRAM=P USER=U CHANGE=C REASON=R     **
      **       COUNT=N DSN=D PARM=...                                 **
      **                                                              **
      ** CHANGE IS "(NONE)" WHEN NO CHANGE NUMBER WAS GIVEN.          **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      ** FW1026 FILEMAINT ADDED TO THE CHANGE-CONTROLLED UTILITIES    **
      *****************************************************************
       01  CHANGE-REGISTER-ENTRY.
           05 CR-CHANGE-NUMBER         PIC X(16).
           05 CR-APPROVER              PIC X(30).
           05 CR-UTILITY               PIC X(30).
           05 CR-TARGET-DSN            PIC X(64).
           05 CR-EXPIRES               PIC X(10).
           05 CR-EXPIRES-PARTS         REDEFINES CR-EXPIRES.
              10 CR-EXPIRES-YYYY       PIC X(4).
              10 CR-EXPIRES-DASH-1     PIC X(1).
              10 CR-EXPIRES-MM         PIC X(2).
              10 CR-EXPIRES-DASH-2     PIC X(1).
              10 CR-EXPIRES-DD         PIC X(2).
           05 CR-CEILING-TEXT          PIC X(9).
           05 CR-USED-STAMP            PIC X(19).
           05 CR-USED-BY               PIC X(30).
           05 CR-USED-USER             PIC X(30).
           05 CR-USED-COUNT-TEXT       PIC X(9).
           05 CR-EXTRA                 PIC X(16).
