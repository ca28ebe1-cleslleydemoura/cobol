000142*                  OPERMNT. SPACES ON RECORDS WRITTEN
000143*                  BEFORE THIS CHANGE COUNT AS ZERO
000144*                  FAILURES AND NOT LOCKED.
000145* 2026-10-15 CDM   OP-AGENCIA - THE BRANCH THE OPERATOR
000146*                  WORKS AT. BNCDM ONLY LETS A TELLER SERVE
000147*                  ACCOUNTS OF THE SAME BRANCH WITHOUT A
000148*                  SUPERVISOR AUTHORIZATION. THE RECORD
000149*                  GROWS FROM 61 TO 65 BYTES; THE EXISTING
000150*                  FILE IS CONVERTED ONCE BY CNVAGEN.
000151*-----------------------------------------------------------
000152 01  OPERMAST-RECORD.
000160     05  OP-OPERATOR-ID           PIC X(04).
000170     05  OP-OPERATOR-NAME         PIC X(30).
000180     05  OP-SENHA                 PIC X(08).
000260     05  OP-TENTATIVAS            PIC 9(01).
000270     05  OP-TRAVA                 PIC X(01).
000280         88  OP-TRAVADO                VALUE "T".
000290     05  OP-AGENCIA               PIC 9(04).
