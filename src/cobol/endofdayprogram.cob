           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 02 TO JSQ-STEP
           MOVE 'LoanCollectProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 03 TO JSQ-STEP
           MOVE 'BatchPostProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 04 TO JSQ-STEP
           MOVE 'ChequeClearProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 05 TO JSQ-STEP
           MOVE 'PayExportProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 06 TO JSQ-STEP
           MOVE 'CashMonitorProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 07 TO JSQ-STEP
           MOVE 'OverdraftAgeProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 08 TO JSQ-STEP
           MOVE 'ReportProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 09 TO JSQ-STEP
           MOVE 'LoanReportProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 10 TO JSQ-STEP
           MOVE 'TellerReportProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 11 TO JSQ-STEP
           MOVE 'MaintReportProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 12 TO JSQ-STEP
           MOVE 'NoticePrintProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 13 TO JSQ-STEP
           MOVE 'GLExtractProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 14 TO JSQ-STEP
           MOVE 'ReconcileProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 15 TO JSQ-STEP
           MOVE 'AccrualProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 16 TO JSQ-STEP
           MOVE 'ArchiveProgram' TO JSQ-PROGRAM
           MOVE 'N' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           MOVE 17 TO JSQ-STEP
           MOVE 'IntegrityProgram' TO JSQ-PROGRAM
           MOVE 'Y' TO JSQ-MANDATORY
           WRITE JOB-SEQUENCE-RECORD
           CLOSE JOB-SEQUENCE-FILE.

       OPEN-RUN-CONTROL-FILE.
