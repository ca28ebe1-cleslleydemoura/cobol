000010*-----------------------------------------------------------
000020* COAFREG.CPY
000030* RECORD LAYOUT FOR THE COAF REGISTER OF REPORTED CASES.
000040* ONE RECORD PER CASH MOVEMENT (DP/SQ) THAT TOOK PART IN A
000050* CASE COMMUNICATED TO COAF, KEYED BY THE BUSINESS DATE OF
000060* THE RUN THAT RAISED THE CASE, THE CUSTOMERS CPF, THE
000070* KIND OF CASE AND THE MOVEMENT ITSELF. CR-TIPO-CASO TELLS
000080* A SINGLE MOVEMENT AT OR ABOVE THE LIMIT (VALOR) FROM A
000090* RUN OF MOVEMENTS EACH UNDER THE LIMIT THAT ADD UP TO IT
000100* INSIDE THE ROLLING WINDOW (FRACIONAMENTO). THE CASE
000110* TOTALS ARE REPEATED ON EVERY MEMBER RECORD, SO THE DAYS
000120* COMMUNICATION FILE CAN BE REBUILT FROM THIS FILE ALONE.
000130* WRITTEN AND READ ONLY BY COAFBAT: A MOVEMENT ALREADY ON
000140* THE REGISTER FOR THE DATE IS NEVER REPORTED AS NEW AGAIN.
000150*-----------------------------------------------------------
000160* MODIFICATION HISTORY
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  ------------------------------------
000190* 2026-10-15 CDM   ORIGINAL COPYBOOK - COAF REGISTER.
000200*-----------------------------------------------------------
000210 01  COAFREG-RECORD.
000220     05  CR-CHAVE.
000230         10  CR-DATA-BASE         PIC 9(08).
000240         10  CR-CUSTOMER-CPF      PIC 9(11).
000250         10  CR-TIPO-CASO         PIC X(01).
000260             88  CR-CASO-VALOR          VALUE "V".
000270             88  CR-CASO-FRACIONADO     VALUE "F".
000280         10  CR-TIPO-MOV          PIC X(02).
000290         10  CR-ACCOUNT-NUMBER    PIC 9(08).
000300         10  CR-DATA-MOV          PIC 9(08).
000310         10  CR-HORA-MOV          PIC 9(06).
000320     05  CR-VALOR-MOV             PIC 9(10)V99 COMP-3.
000330     05  CR-OPERATOR-ID           PIC X(04).
000340     05  CR-CUSTOMER-NAME         PIC X(30).
000350     05  CR-QTDE-CASO             PIC 9(04).
000360     05  CR-TOTAL-CASO            PIC 9(12)V99 COMP-3.
000370     05  CR-DATA-INICIO           PIC 9(08).
000380     05  CR-VALOR-LIMITE          PIC 9(10)V99 COMP-3.
000390     05  CR-DATA-REGISTRO         PIC 9(08).
000400     05  CR-HORA-REGISTRO         PIC 9(06).
000410     05  CR-FILLER                PIC X(10).
