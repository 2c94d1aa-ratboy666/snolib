000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* IOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT OPENS A DATASET BY NAME FOR
000120* "dsread", "dsreadk", "dswrite" AND "dsrewrite", THROUGH THE
000130* DSIO SUBROUTINE (SEE DSIO.CPY), AND HANDS BACK THE HANDLE
000140* THEY AND "dsclose" NAME IT BY.
000150*
000160* CALL FROM SNOBOL4 WITH THE DATASET NAME, AN OPTION STRING,
000170* A ONE-BYTE HANDLE BUFFER AND A TWO-BYTE STATUS BUFFER:
000180*
000190*     dsopen('PAY.MASTER', 'ORG=I,MODE=I-O,KEYLEN=8', h, status)
000200*
000210* THE OPTION STRING IS A COMMA-SEPARATED LIST OF KEY=VALUE
000220* PAIRS:
000230*
000240*     ORG=S|I                 SEQUENTIAL (DEFAULT) OR INDEXED
000250*     RECFM=F|V               RECORD FILE (DEFAULT) OR RDW-
000260*                             PREFIXED BYTE STREAM
000270*     MODE=INPUT|OUTPUT|EXTEND|I-O
000280*                             DEFAULT INPUT
000290*     RECLEN=NNNNN            FIXED LENGTH EVERY RECORD IS
000300*                             WRITTEN AT (DEFAULT: AS GIVEN)
000310*     KEYLEN=NN               SIGNIFICANT KEY BYTES, ORG=I
000320*                             (DEFAULT 64)
000330*
000340* ON SUCCESS THE STATUS IS '00' AND THE HANDLE '1'-'4'. A
000350* FAILED OPEN GIVES THE FILE STATUS ('35' NO SUCH DATASET) OR
000360* ONE OF DSIO'S 'E' CODES, AND A BLANK HANDLE. UNLIKE "dump",
000370* AN UNRECOGNIZED OPTION IS NOT IGNORED - IT IS REPORTED ON
000380* SYSERR AND THE OPEN REFUSED WITH 'EO', BECAUSE A MISTYPED
000390* MODE COULD OTHERWISE REPLACE A DATASET MEANT ONLY TO BE READ.
000392*
000394* A NEW GENERATION - 'PAY.MASTER(+1)' - CAN ONLY BE OPENED
000396* MODE=OUTPUT ('EO' OTHERWISE), AND AN OUTPUT OPEN OF ONE THAT
000398* FAILS ENDS THE WHOLE SCRIPT RUN 16.
000400*
000410 PROGRAM-ID.      dsopen.
000420 AUTHOR.          FRED WEIGEL.
000430 INSTALLATION.    TORONTO CANADA.
000440 DATE-WRITTEN.    OCTOBER 2026.
000450 DATE-COMPILED.   OCTOBER 2026.
000460 SECURITY.        NONE.
000470 REMARKS.         DATASET OPEN BY NAME, FOR SNOBOL4.
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. DEJAH
000530                  WITH DEBUGGING MODE.
000540 OBJECT-COMPUTER. DEJAH
000550                  MEMORY SIZE 65536 CHARACTERS
000560*
000570* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000580* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000590* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000600*
000610>>IF WRAPPER-EBCDIC DEFINED
000620                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000630>>ELSE
000640                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000650>>END-IF
000660 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000670                  ALPHABET ALPHABET-2 IS EBCDIC.
000680*
000690 DATA DIVISION.
000700*
000710 WORKING-STORAGE SECTION.
000720 01 OPTION-PTR        COMP-5 PIC 9(4) VALUE 1.
000730 01 OPTION-PAIR              PIC X(80) VALUE SPACES.
000740 01 OPTION-KEY               PIC X(16) VALUE SPACES.
000750 01 OPTION-VALUE             PIC X(64) VALUE SPACES.
000760 01 OPTION-ERROR-SW          PIC X(1) VALUE 'N'.
000770 01 PAIR-ERROR-SW            PIC X(1) VALUE 'N'.
000780 01 NUM-LEN           COMP-5 PIC 9(4) VALUE 0.
000790*
000800 COPY DSIO.
000810*
000820 LINKAGE SECTION.
000830 01 DATASET-NAME PIC X ANY LENGTH.
000840 01 OPTION-STRING PIC X ANY LENGTH.
000850 01 FILE-HANDLE PIC X ANY LENGTH.
000860 01 IO-STATUS PIC X ANY LENGTH.
000870*
000880 PROCEDURE DIVISION USING DATASET-NAME OPTION-STRING
000890     FILE-HANDLE IO-STATUS.
000900 000-DSOPEN.
000910     INITIALIZE DSIO-REQUEST
000920     SET DSIO-OPEN-REQUEST TO TRUE
000930     SET DSIO-ORG-SEQUENTIAL TO TRUE
000940     SET DSIO-RECFM-FIXED TO TRUE
000950     SET DSIO-MODE-INPUT TO TRUE
000960     MOVE DATASET-NAME TO DSIO-DSN
000970     MOVE 'N' TO OPTION-ERROR-SW
000980     PERFORM 100-PARSE-OPTION-STRING
000990     MOVE SPACES TO FILE-HANDLE
001000     IF OPTION-ERROR-SW = 'Y'
001010         MOVE 'EO' TO IO-STATUS
001020         EXIT PROGRAM
001030     END-IF
001040*
001050* AN OPEN MOVES NO RECORD - THE NAME STANDS IN FOR THE BUFFER.
001060*
001070     CALL 'DSIO' USING DSIO-REQUEST, DATASET-NAME
001080     END-CALL
001090     IF DSIO-HANDLE > 0
001100         MOVE DSIO-HANDLE TO FILE-HANDLE
001110     END-IF
001120     MOVE DSIO-STATUS TO IO-STATUS
001130     EXIT PROGRAM.
001140*
001150* PULL THE NEXT COMMA-DELIMITED KEY=VALUE PAIR OFF THE OPTION
001160* STRING UNTIL IT IS USED UP - THE SAME WALK "dump" MAKES.
001170*
001180 100-PARSE-OPTION-STRING.
001190     MOVE 1 TO OPTION-PTR
001200     PERFORM WITH TEST BEFORE
001210             UNTIL OPTION-PTR > FUNCTION LENGTH(OPTION-STRING)
001220         MOVE SPACES TO OPTION-PAIR
001230         UNSTRING OPTION-STRING DELIMITED BY ','
001240             INTO OPTION-PAIR
001250             WITH POINTER OPTION-PTR
001260         END-UNSTRING
001270         IF OPTION-PAIR NOT = SPACES
001280             PERFORM 200-APPLY-ONE-OPTION
001290         END-IF
001300     END-PERFORM.
001310*
001320* ORG AND RECFM GO BY THEIR FIRST LETTER (ORG=INDEXED, RECFM=VB
001330* ARE FINE); MODE MUST BE SPELLED OUT. RECLEN AND KEYLEN ARE
001340* UNSIGNED WHOLE NUMBERS - DSIO ITSELF CHECKS THEIR RANGES.
001350*
001360 200-APPLY-ONE-OPTION.
001370     MOVE 'N' TO PAIR-ERROR-SW
001380     MOVE SPACES TO OPTION-KEY OPTION-VALUE
001390     UNSTRING OPTION-PAIR DELIMITED BY '='
001400         INTO OPTION-KEY, OPTION-VALUE
001410     END-UNSTRING
001420     INSPECT OPTION-KEY
001430         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
001440                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
001450     INSPECT OPTION-VALUE
001460         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
001470                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
001480     EVALUATE OPTION-KEY
001490         WHEN 'ORG'
001500             MOVE OPTION-VALUE (1:1) TO DSIO-ORG
001510         WHEN 'RECFM'
001520             MOVE OPTION-VALUE (1:1) TO DSIO-RECFM
001530         WHEN 'MODE'
001540             EVALUATE OPTION-VALUE
001550                 WHEN 'INPUT'
001560                     SET DSIO-MODE-INPUT TO TRUE
001570                 WHEN 'OUTPUT'
001580                     SET DSIO-MODE-OUTPUT TO TRUE
001590                 WHEN 'EXTEND'
001600                     SET DSIO-MODE-EXTEND TO TRUE
001610                 WHEN 'I-O'
001620                 WHEN 'IO'
001630                     SET DSIO-MODE-I-O TO TRUE
001640                 WHEN OTHER
001650                     MOVE 'Y' TO PAIR-ERROR-SW
001660             END-EVALUATE
001670         WHEN 'RECLEN'
001680             PERFORM 300-CHECK-NUMBER
001690             IF PAIR-ERROR-SW = 'N'
001700                 MOVE FUNCTION NUMVAL(OPTION-VALUE) TO DSIO-RECLEN
001710             END-IF
001720         WHEN 'KEYLEN'
001730             PERFORM 300-CHECK-NUMBER
001740             IF PAIR-ERROR-SW = 'N'
001750                 IF NUM-LEN > 2
001760                     MOVE 'Y' TO PAIR-ERROR-SW
001770                 ELSE
001780                     MOVE FUNCTION NUMVAL(OPTION-VALUE)
001790                       TO DSIO-KEYLEN
001800                 END-IF
001810             END-IF
001820         WHEN OTHER
001830             MOVE 'Y' TO PAIR-ERROR-SW
001840     END-EVALUATE
001850     IF PAIR-ERROR-SW = 'Y'
001860         MOVE 'Y' TO OPTION-ERROR-SW
001870         DISPLAY 'dsopen: OPTION NOT ACCEPTED: ' OPTION-PAIR
001880             UPON SYSERR
001890     END-IF.
001900*
001910* ONE TO FIVE DIGITS, NOTHING AFTER THEM.
001920*
001930 300-CHECK-NUMBER.
001940     MOVE 0 TO NUM-LEN
001950     INSPECT OPTION-VALUE TALLYING NUM-LEN
001960         FOR CHARACTERS BEFORE INITIAL SPACE
001970     IF NUM-LEN = 0 OR NUM-LEN > 5
001980         MOVE 'Y' TO PAIR-ERROR-SW
001990     ELSE
002000         IF OPTION-VALUE (NUM-LEN + 1:) NOT = SPACES
002010            OR OPTION-VALUE (1:NUM-LEN) NOT NUMERIC
002020             MOVE 'Y' TO PAIR-ERROR-SW
002030         END-IF
002040     END-IF.
