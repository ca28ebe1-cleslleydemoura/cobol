000090* ALREADY C MUST NOT RUN AGAIN; FINDING IT E MUST RESUME
000100* FROM THE CHECKPOINT. USED BY JUROS, RECON, ORDBAT,
000110* ARCJRNL, MOVDIA, CNTBIF, RUNHIST, CLRBAT, TARBAT,
000112* INATBAT, FECHCX, CNTBACK, EMPBAT, CHQBAT, COAFBAT,
000114* CMSNAP, FOLHABAT AND THE NOTURNO CHAIN DRIVER. FOLHABAT
000116* KEYS ITS RECORD BY THE EMPLOYER DEBIT ACCOUNT NUMBER IN
000118* RC-JOB-NAME, ONE PER ACCOUNT AND PAYMENT DATE.
000120*-----------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000182* 2026-09-02 CDM   USING-PROGRAM LIST COMPLETED WITH
000184*                  CLRBAT, TARBAT, INATBAT, FECHCX,
000186*                  CNTBACK AND THE NOTURNO CHAIN DRIVER.
000187* 2026-10-15 CDM   USING-PROGRAM LIST COMPLETED WITH EMPBAT.
000188* 2026-10-15 CDM   USING-PROGRAM LIST COMPLETED WITH CHQBAT.
000189* 2026-10-15 CDM   USING-PROGRAM LIST COMPLETED WITH
000190*                  COAFBAT.
000191* 2026-10-15 CDM   USING-PROGRAM LIST COMPLETED WITH CMSNAP.
000192* 2026-10-15 CDM   USING-PROGRAM LIST COMPLETED WITH
000193*                  FOLHABAT.
000194*-----------------------------------------------------------
000200 01  RUNCTL-RECORD.
000210     05  RC-KEY.
000220         10  RC-JOB-NAME          PIC X(08).
