000010*-----------------------------------------------------------
000020* TJSEQ.CPY
000030* RECORD LAYOUT FOR THE JOURNAL SEQUENCE CONTROL FILE. ONE
000040* RECORD HOLDING THE LAST TJ-SEQUENCIA GIVEN TO A JOURNAL
000050* MOVEMENT. A PROGRAM POSTING A MOVEMENT READS IT, ADDS ONE,
000060* REWRITES IT AND WRITES THE MOVEMENT UNDER THE NEW NUMBER,
000070* SO THE NUMBERS FOLLOW THE POSTING ORDER ACROSS EVERY JOB.
000080* LOADED BY CNVJRNL WHEN THE JOURNAL IS CONVERTED; CREATED
000090* AT ZERO BY THE FIRST POSTING OF A NEW INSTALLATION. USED
000100* BY BNCDM, CHQBAT, CLRBAT, EMPBAT, EMPMNT, ENCCONT,
000110* FOLHABAT, JUROS, ORDBAT, TARBAT AND CNVJRNL.
000120*-----------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  ------------------------------------
000160* 2026-10-15 CDM   ORIGINAL COPYBOOK - JOURNAL SEQUENCE.
000170*-----------------------------------------------------------
000180 01  TJSEQ-RECORD.
000190     05  TS-ULTIMA-SEQUENCIA      PIC 9(10).
000200     05  TS-FILLER                PIC X(30).
