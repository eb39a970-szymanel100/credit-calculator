000100***************************************************************
000200*  RATEIDX.CPY                                                *
000300*  PUBLISHED RATE-INDEX FIXING - ONE RECORD PER INDEX (E.G.   *
000400*  WIBOR3M, WIBOR6M) PER FIXING DATE, AS KEYED BY TREASURY    *
000500*  FROM THE PUBLISHED TABLES.  THE FIXING IS AN ANNUAL        *
000600*  PERCENT, THE SAME BASIS AS MS-MARGIN.  LOAN-REPRICE USES,  *
000700*  FOR EACH LOAN, THE LATEST FIXING OF ITS INDEX EFFECTIVE ON *
000800*  OR BEFORE THE RUN DATE; THE FILE NEED NOT BE IN ANY ORDER. *
000900*---------------------------------------------------------------
001000*  MOD HISTORY                                                *
001100*  2026-10-15 DL  ORIGINAL LAYOUT FOR THE RATE-INDEX FILE.    *
001200***************************************************************
001300 01  RATE-INDEX-RECORD.
001400     05  IX-INDEX-CODE           PIC X(8).
001500     05  IX-EFFECTIVE-DATE       PIC 9(8).
001600     05  IX-FIXING               PIC 9(2)V9999.
001700     05  FILLER                  PIC X(8).
