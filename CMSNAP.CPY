000010*-----------------------------------------------------------
000020* CMSNAP.CPY
000030* RECORD LAYOUT FOR THE DATED CUSTMAST SNAPSHOT
000040* CMSNAP.AAAAMMDD TAKEN BY THE CMSNAP STEP AT THE START OF
000050* THE NOTURNO CHAIN. ONE "H" HEADER, ONE "D" RECORD PER
000060* ACCOUNT CARRYING THE 105-BYTE CUSTMAST-RECORD IMAGE IN
000070* ACCOUNT ORDER, AND ONE "T" TRAILER WITH THE ACCOUNT
000080* COUNT AND THE ALGEBRAIC SUM OF CM-BALANCE. THE HEADER
000090* MARKS WHERE THE SNAPSHOT STANDS ON THE JOURNAL: THE
000100* NUMBER OF TRANJRNL RECORDS AT THE TIME AND AN IMAGE OF
000110* THE LAST ONE, SO THE CMRECUP FORWARD RECOVERY KNOWS
000120* WHICH MOVEMENTS TO REPLAY. WRITTEN BY CMSNAP; READ BY
000130* CMRECUP.
000140*-----------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  ------------------------------------
000180* 2026-10-15 CDM   ORIGINAL COPYBOOK - CUSTMAST SNAPSHOT.
000182* 2026-10-15 CDM   SN-DADOS WIDENED TO THE 105-BYTE
000184*                  CUSTMAST-RECORD AND SN-ULTIMO-MOVTO TO
000186*                  THE 52-BYTE TRANJRNL-RECORD (BRANCH
000188*                  FIELDS). OLDER SNAPSHOTS CANNOT BE USED
000189*                  BY CMRECUP AFTER THE CONVERSION.
000190* 2026-10-15 CDM   SN-ULTIMO-MOVTO WIDENED TO THE 62-BYTE
000191*                  INDEXED TRANJRNL-RECORD (TJ-SEQUENCIA).
000192*                  OLDER SNAPSHOTS CANNOT BE USED BY CMRECUP
000193*                  AFTER THE CONVERSION.
000194*-----------------------------------------------------------
000200 01  CMSNAP-RECORD.
000210     05  SN-TIPO-REG              PIC X(01).
000220         88  SN-HEADER                  VALUE "H".
000230         88  SN-DETALHE                 VALUE "D".
000240         88  SN-TRAILER                 VALUE "T".
000250     05  SN-DADOS                 PIC X(105).
000260     05  SN-HEADER-DADOS REDEFINES SN-DADOS.
000270         10  SN-DATA-MOVTO        PIC 9(08).
000280         10  SN-DATA-GERACAO      PIC 9(08).
000290         10  SN-HORA-GERACAO      PIC 9(06).
000300         10  SN-QTDE-JORNAL       PIC 9(09).
000310         10  SN-ULTIMO-MOVTO      PIC X(62).
000320         10  FILLER               PIC X(12).
000330     05  SN-TRAILER-DADOS REDEFINES SN-DADOS.
000340         10  SN-QTDE-CONTAS       PIC 9(09).
000350         10  SN-HASH-SALDOS       PIC S9(13)V99
000360                                  SIGN LEADING SEPARATE.
000370         10  FILLER               PIC X(80).
