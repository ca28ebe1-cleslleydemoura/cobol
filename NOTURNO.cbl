000240*                  STARTS ON AN UNFINISHED PREDECESSOR.
000250*                  THE DATE CARD IS EMPTIED AT THE NORMAL
000260*                  END OF THE CHAIN SO A LATER STANDALONE
000261*                  RUN IS NOT HIJACKED BY A STALE DATE.
000262* 2026-10-15 CDM   NEW STEP EMPBAT (LOAN INSTALLMENTS) RIGHT
000263*                  AFTER ORDBAT, SO THE INSTALLMENTS ARE
000264*                  DEBITED BEFORE JUROS AND RECON RUN:
000265*                  ORDBAT, EMPBAT, JUROS, CLRBAT, RECON,
000266*                  MOVDIA, CNTBIF, FECHCX.
000267* 2026-10-15 CDM   NEW STEP CHQBAT (CHEQUE COMPENSATION)
000268*                  RIGHT AFTER CLRBAT, SO THE CHEQUES PAID
000269*                  ARE IN THE JOURNAL BEFORE RECON RUNS.
000270* 2026-10-15 CDM   NEW STEP COAFBAT (COAF CASH MOVEMENT
000271*                  MONITORING) RIGHT AFTER MOVDIA, ONCE
000272*                  EVERY CASH MOVEMENT OF THE DAY IS IN
000273*                  THE JOURNAL.
000274* 2026-10-15 CDM   NEW FIRST STEP CMSNAP: COPIES CUSTMAST TO
000275*                  THE DATED SNAPSHOT CMSNAP.AAAAMMDD BEFORE
000276*                  ANY BATCH POSTS, SO THE CMRECUP FORWARD
000277*                  RECOVERY HAS A STARTING POINT. ON A
000278*                  RESTART THE STEP IS ALREADY CONCLUIDO AND
000279*                  THE SNAPSHOT OF THE DATE IS KEPT.
000280*-----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000620* PROGRAM-IDS AND THE RC-JOB-NAMES ON RUNCTL.
000630*-----------------------------------------------------------
000640 01  WS-TABELA-PASSOS-LIT.
000645     05  FILLER                   PIC X(08) VALUE "CMSNAP".
000650     05  FILLER                   PIC X(08) VALUE "ORDBAT".
000655     05  FILLER                   PIC X(08) VALUE "EMPBAT".
000660     05  FILLER                   PIC X(08) VALUE "JUROS".
000670     05  FILLER                   PIC X(08) VALUE "CLRBAT".
000675     05  FILLER                   PIC X(08) VALUE "CHQBAT".
000680     05  FILLER                   PIC X(08) VALUE "RECON".
000690     05  FILLER                   PIC X(08) VALUE "MOVDIA".
000695     05  FILLER                   PIC X(08) VALUE "COAFBAT".
000700     05  FILLER                   PIC X(08) VALUE "CNTBIF".
000710     05  FILLER                   PIC X(08) VALUE "FECHCX".
000720 01  WS-TABELA-PASSOS REDEFINES WS-TABELA-PASSOS-LIT.
000730     05  WS-PASSO-NOME            PIC X(08) OCCURS 11 TIMES.
000740 77  WS-QTDE-PASSOS           PIC 9(02) COMP VALUE 11.
000750 77  WS-PASSO-IDX             PIC 9(02) COMP VALUE ZERO.
000760 77  WS-PASSO-ATUAL           PIC X(08) VALUE SPACES.
000770 77  WS-SITUACAO-PASSO        PIC X(01) VALUE SPACE.
