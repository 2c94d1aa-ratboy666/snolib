000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* KOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT READS A RECORD BY KEY FROM AN
000120* INDEXED DATASET "dsopen" OPENED (ORG=I, MODE=INPUT OR I-O),
000130* THROUGH THE DSIO SUBROUTINE (SEE DSIO.CPY).
000140*
000150* CALL FROM SNOBOL4 WITH THE HANDLE "dsopen" GAVE BACK, THE
000160* KEY, A RECORD BUFFER, A LENGTH BUFFER AND A TWO-BYTE STATUS
000170* BUFFER:
000180*
000190*     dsreadk(h, 'C0001234', buffer, length, status)
000200*
000210* ONLY THE FIRST KEYLEN BYTES OF THE KEY COUNT (SEE THE KEYLEN
000220* OPTION OF "dsopen"); A SHORTER KEY IS SPACE-PADDED. A READ
000230* BY KEY ALSO SETS WHERE THE NEXT "dsread" CONTINUES FROM;
000235* AFTER A '23' THE NEXT "dsread" IS END OF FILE ('10').
000240*
000250* THE RECORD COMES BACK IN THE BUFFER, SPACE-PADDED TO ITS
000260* END, AND THE RECORD'S LENGTH IN THE LENGTH BUFFER AS A
000270* NUMBER ('80'). THE STATUS IS '00' FOR A RECORD, '23' WHEN
000280* NO RECORD HAS THAT KEY, '04' WHEN THE BUFFER WAS TOO SHORT
000290* (IT HOLDS THE RECORD'S FIRST BYTES; THE LENGTH IS THE WHOLE
000300* RECORD'S), OR ANY OTHER FILE STATUS OR DSIO 'E' CODE.
000310*
000320 PROGRAM-ID.      dsreadk.
000330 AUTHOR.          FRED WEIGEL.
000340 INSTALLATION.    TORONTO CANADA.
000350 DATE-WRITTEN.    OCTOBER 2026.
000360 DATE-COMPILED.   OCTOBER 2026.
000370 SECURITY.        NONE.
000380 REMARKS.         DATASET READ BY KEY, FOR SNOBOL4.
000390*
000400 ENVIRONMENT DIVISION.
000410*
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. DEJAH
000440                  WITH DEBUGGING MODE.
000450 OBJECT-COMPUTER. DEJAH
000460                  MEMORY SIZE 65536 CHARACTERS
000470*
000480* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000490* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000500* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000510*
000520>>IF WRAPPER-EBCDIC DEFINED
000530                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000540>>ELSE
000550                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000560>>END-IF
000570 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000580                  ALPHABET ALPHABET-2 IS EBCDIC.
000590*
000600 DATA DIVISION.
000610*
000620 WORKING-STORAGE SECTION.
000630 01 EDIT-LENGTH              PIC Z(4)9.
000640*
000650 COPY DSIO.
000660*
000670 LINKAGE SECTION.
000680 01 FILE-HANDLE PIC X ANY LENGTH.
000690 01 RECORD-KEY PIC X ANY LENGTH.
000700 01 BUFFER PIC X ANY LENGTH.
000710 01 RECORD-LENGTH PIC X ANY LENGTH.
000720 01 IO-STATUS PIC X ANY LENGTH.
000730*
000740 PROCEDURE DIVISION USING FILE-HANDLE RECORD-KEY BUFFER
000750     RECORD-LENGTH IO-STATUS.
000760 000-DSREADK.
000770     INITIALIZE DSIO-REQUEST
000780     SET DSIO-READ-KEY-REQUEST TO TRUE
000790*
000800* ANYTHING BUT A DIGIT IS HANDLE 0, WHICH DSIO ANSWERS 'EH'.
000810*
000820     IF FILE-HANDLE (1:1) IS NUMERIC
000830         MOVE FILE-HANDLE (1:1) TO DSIO-HANDLE
000840     END-IF
000850     MOVE RECORD-KEY TO DSIO-KEY
000860     CALL 'DSIO' USING DSIO-REQUEST, BUFFER
000870     END-CALL
000880     MOVE DSIO-RECORD-LENGTH TO EDIT-LENGTH
000890     MOVE FUNCTION TRIM (EDIT-LENGTH) TO RECORD-LENGTH
000900     MOVE DSIO-STATUS TO IO-STATUS
000910     EXIT PROGRAM.
