      *>   OPER= and the 8-byte operator) totals 166 bytes, and a
      *>   short record was silently cutting the operator id off
      *>   the end of every row.
      *>   Every row is now linked into the tamper-evident chain
      *>   through CHAINLNK before it is written: " CHN=" and the
      *>   18-digit link follow the 170-byte row, so AuditRecord is
      *>   216 and every reader of the original 170 is unaffected.
      *>   CHAINVFY (chainverify.cob, auditpkg.cob) walks the links.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 AuditRecord                 PIC X(216).

       WORKING-STORAGE SECTION.
       01 WSTimestamp                 PIC X(26).
       01 WSOperatorId                PIC X(08).
       01 WSOperatorRole              PIC X(01).
       01 WSChainRow                  PIC X(216).

       LINKAGE SECTION.
        01 LProgramId PIC X(10).
       AUDITLOG-Entry.
           ACCEPT WSTimestamp FROM DATE YYYYMMDD
           CALL 'OPERID' USING WSOperatorId, WSOperatorRole
           MOVE SPACES TO WSChainRow
           STRING WSTimestamp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LProgramId DELIMITED BY SIZE
               LAfterImage DELIMITED BY SIZE
               "] OPER=" DELIMITED BY SIZE
               WSOperatorId DELIMITED BY SIZE
               INTO WSChainRow(1:170)
           END-STRING
           CALL 'CHAINLNK' USING "A", WSChainRow
           MOVE WSChainRow TO AuditRecord
           OPEN EXTEND AuditFile
           WRITE AuditRecord
           CLOSE AuditFile
