000030* RECORD LAYOUT FOR THE ACCOUNT MAINTENANCE AUDIT FILE.
000040* ONE RECORD PER FIELD CHANGED BY THE BACK-OFFICE
000050* MAINTENANCE PROGRAM, SHOWING THE VALUE BEFORE AND AFTER.
000060* WRITTEN BY CONTMNT AND ENCCONT; LISTED BY THE RELSEG
000065* SECURITY REPORT.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000120* 2026-08-22 CDM   AU-OPERATOR-ID CARVED OUT OF THE FILLER
000130*                  TO RECORD THE SUPERVISOR WHO MADE THE
000140*                  CHANGE.
000142* 2026-10-15 CDM   NOW ALSO READ BY RELSEG.
000144* 2026-10-15 CDM   NOW ALSO WRITTEN BY ENCCONT, ONE RECORD
000146*                  PER STEP OF AN ACCOUNT CLOSING.
000150*-----------------------------------------------------------
000160 01  AUDITLOG-RECORD.
000170     05  AU-AUDIT-DATE            PIC 9(08).
