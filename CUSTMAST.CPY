000198*                  PACKAGE 01) AND THE DATE IS TARBATS
000199*                  PER-ACCOUNT RE-RUN PROTECTION, AS
000200*                  CM-LAST-INTEREST-DATE IS FOR JUROS.
000201* 2026-10-15 CDM   CM-AGENCIA - THE BRANCH THE ACCOUNT
000202*                  BELONGS TO. NO FILLER WAS LEFT, SO THE
000203*                  RECORD GROWS FROM 101 TO 105 BYTES;
000204*                  THE EXISTING FILE IS CONVERTED ONCE BY
000205*                  CNVAGEN, WHICH ASSIGNS EVERY ACCOUNT TO
000206*                  A DEFAULT BRANCH. CONTMNT MOVES AN
000207*                  ACCOUNT BETWEEN BRANCHES.
000208*-----------------------------------------------------------
000210 01  CUSTMAST-RECORD.
000220     05  CM-ACCOUNT-NUMBER        PIC 9(08).
000230     05  CM-CUSTOMER-NAME         PIC X(30).
000340     05  CM-LAST-INTEREST-DATE    PIC 9(08).
000342     05  CM-TARIFF-PACKAGE        PIC X(02).
000344     05  CM-LAST-TARIFF-DATE      PIC 9(08).
000347     05  CM-AGENCIA               PIC 9(04).
000350     05  CM-FILLER                PIC X(01).
