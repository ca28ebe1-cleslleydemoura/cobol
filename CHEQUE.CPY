000010*-----------------------------------------------------------
000020* CHEQUE.CPY
000030* RECORD LAYOUT FOR THE CHEQUE MASTER FILE. ONE RECORD PER
000040* CHEQUE LEAF (FOLHA) HANDED TO A CUSTOMER, KEYED BY THE
000050* ACCOUNT AND THE CHEQUE NUMBER, SO A CHEQUE NUMBER IS
000060* ONLY MEANINGFUL TOGETHER WITH ITS ACCOUNT. THE NUMBERS OF
000070* AN ACCOUNT RUN IN SEQUENCE FROM 000001, ONE TALAO AFTER
000080* THE OTHER. CONTMNT ISSUES THE TALAO (STATUS EMITIDO) AND
000090* REGISTERS A SUSTACAO WITH ITS REASON; THE NIGHTLY CHQBAT
000100* COMPENSATION MARKS A CHEQUE PAGO, OR DEVOLVIDO WHEN IT
000110* WAS RETURNED FOR INSUFFICIENT FUNDS (CH-QTDE-DEVOLUCOES
000120* TELLS THE FIRST PRESENTATION, MOTIVO 11, FROM THE
000130* SECOND, MOTIVO 12). CH-MOTIVO-SUSTACAO HOLDS THE
000140* STANDARD RETURN CODE A SUSTADO CHEQUE IS RETURNED WITH:
000150* 20 FOLHA CANCELADA, 21 CONTRA-ORDEM, 28 FURTO OU ROUBO.
000152* CH-DATA-DEVOLUCAO AND CH-DATA-PAGAMENTO LET A RESTARTED
000154* COMPENSATION RECOGNIZE A CHEQUE IT ALREADY HANDLED ON
000156* THE SAME BUSINESS DATE.
000160*-----------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  ------------------------------------
000200* 2026-10-15 CDM   ORIGINAL COPYBOOK - CHEQUE MASTER.
000210*-----------------------------------------------------------
000220 01  CHEQUE-RECORD.
000230     05  CH-CHAVE.
000240         10  CH-ACCOUNT-NUMBER    PIC 9(08).
000250         10  CH-NUMERO            PIC 9(06).
000260     05  CH-DATA-EMISSAO          PIC 9(08).
000270     05  CH-OPERATOR-ID           PIC X(04).
000280     05  CH-STATUS                PIC X(01).
000290         88  CH-EMITIDO                VALUE "E".
000300         88  CH-SUSTADO                VALUE "S".
000310         88  CH-PAGO                   VALUE "P".
000320         88  CH-DEVOLVIDO              VALUE "D".
000330     05  CH-MOTIVO-SUSTACAO       PIC X(02).
000340     05  CH-DESC-SUSTACAO         PIC X(30).
000350     05  CH-DATA-SUSTACAO         PIC 9(08).
000360     05  CH-OPER-SUSTACAO         PIC X(04).
000370     05  CH-VALOR-PAGO            PIC 9(10)V99 COMP-3.
000380     05  CH-DATA-PAGAMENTO        PIC 9(08).
000390     05  CH-QTDE-DEVOLUCOES       PIC 9(01).
000400     05  CH-ULTIMO-MOTIVO         PIC X(02).
000405     05  CH-DATA-DEVOLUCAO        PIC 9(08).
000410     05  CH-FILLER                PIC X(10).
