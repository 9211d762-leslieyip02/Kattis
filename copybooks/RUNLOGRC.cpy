000600*   RECORD CARRIES THE STEP'S RECORDS READ, ACCEPTED, AND
000700*   REJECTED. THE OPSRPT PROGRAM READS THE DATASET BACK FOR
000800*   THE MORNING OPERATIONS REPORT.
000810*   THE BACKOUT JOB ALSO WRITES ONE "B" RECORD PER NIGHT IT
000820*   REVERSES, DATED WITH THAT NIGHT: MASTERS RESTORED IN THE
000830*   READ COUNT, RECORDS WRITTEN BACK IN THE ACCEPTED COUNT, AND
000840*   MASTERS LEFT AS THEY STOOD IN THE REJECTED COUNT.
000900*
001000*   2026-08-23  RH   ORIGINAL VERSION.
001010*   2026-10-15  RH   "B" BACKOUT RECORD.
001100*--------------------------------------------------------------
001200 01  RUN-LOG-RECORD.
001300     05  RLOG-PROGRAM         PIC X(12).
