000010*-----------------------------------------------------------
000020* EMPREST.CPY
000030* RECORD LAYOUT FOR THE PERSONAL LOAN CONTRACT FILE
000040* (EMPRESTIMO PESSOAL). ONE RECORD PER CONTRACT, KEYED BY
000050* EP-CONTRATO, WITH ALTERNATE KEYS (DUPLICATES) ON THE
000060* CREDITED ACCOUNT AND ON THE BORROWERS CPF. THE LOAN IS
000070* REPAID IN EP-PRAZO FIXED MONTHLY INSTALLMENTS (TABELA
000080* PRICE) AT THE MONTHLY RATE EP-TAXA-MENSAL (A FRACTION,
000090* 0.02500 = 2,5% A.M.). INSTALLMENT K FALLS DUE K MONTHS
000100* AFTER EP-DATA-CONTRATACAO ON DAY EP-DIA-VENCIMENTO (THE
000110* LAST DAY OF A SHORTER MONTH). INSTALLMENTS ARE PAID IN
000120* ORDER, SO EP-QTDE-PAGAS ALSO TELLS WHICH ONE IS NEXT.
000130* EP-SALDO-DEVEDOR IS THE PRINCIPAL STILL OUTSTANDING
000140* AFTER THE AMORTIZATION OF THE INSTALLMENTS PAID.
000150* BOOKED BY EMPMNT (SUPERVISOR ONLY); INSTALLMENTS DEBITED
000160* BY THE NIGHTLY EMPBAT; READ BY POSCPF.
000170*-----------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------
000210* 2026-10-15 CDM   ORIGINAL COPYBOOK - LOAN CONTRACTS.
000220*-----------------------------------------------------------
000230 01  EMPREST-RECORD.
000240     05  EP-CONTRATO              PIC 9(06).
000250     05  EP-ACCOUNT-NUMBER        PIC 9(08).
000260     05  EP-CUSTOMER-CPF          PIC 9(11).
000270     05  EP-VALOR-PRINCIPAL       PIC 9(10)V99 COMP-3.
000280     05  EP-TAXA-MENSAL           PIC 9(03)V9(05) COMP-3.
000290     05  EP-TAXA-MORA             PIC 9(03)V9(05) COMP-3.
000300     05  EP-PRAZO                 PIC 9(03).
000310     05  EP-VALOR-PARCELA         PIC 9(10)V99 COMP-3.
000320     05  EP-DATA-CONTRATACAO      PIC 9(08).
000330     05  EP-DIA-VENCIMENTO        PIC 9(02).
000340     05  EP-QTDE-PAGAS            PIC 9(03).
000350     05  EP-SALDO-DEVEDOR         PIC 9(10)V99 COMP-3.
000360     05  EP-DATA-ULTIMO-PAGTO     PIC 9(08).
000370     05  EP-OPERATOR-ID           PIC X(04).
000380     05  EP-STATUS                PIC X(01).
000390         88  EP-CONTRATO-ATIVO         VALUE "A".
000400         88  EP-CONTRATO-QUITADO       VALUE "Q".
000410     05  EP-FILLER                PIC X(10).
