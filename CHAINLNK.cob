      *> Log chain-link writer subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHAINLNK.
      *> Links one new row into the tamper-evident chain just before
      *> its writer appends it.  LLogCode A is CustAudit.dat
      *> (AUDITLOG), R is RunLog.dat (RUNLOG, PARMGET and
      *> batchdriver's processing-date row).  The row text is the
      *> log's original record width - 170 for the audit trail,
      *> 80 for the run log - and the link goes right after it:
      *>   " CHN=" and the 18-digit link (CHAINHSH of the previous
      *>   link and this row's text)
      *> so the fields every reader takes keep their positions; a
      *> reader declares the full 216 / 126 bytes (the original
      *> row plus a FILLER for the link), or the link would come
      *> back as a record of its own.  The previous link is held on the
      *> log's chain control file (AuditChain.ctl / RunLogChain.ctl)
      *> - the same current-state-file shape RUNLOG keeps for the
      *> run serial - so a write never has to read the log back.
      *> No control file starts the chain from zeros.  CHAINVFY
      *> checks the control file's last link against the end of the
      *> log, which is how rows cut off the end are caught.
      *> Carry-forward (housekeep) and erasure (erasure) rows also
      *> carry " ANC=" and the 18-digit link they re-anchor to, at
      *> width + 24; those writers sign them through CHAINHSH
      *> themselves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainCtlFile ASSIGN TO DYNAMIC WSCtlName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChainCtlFile.
       01 ChainCtlRecord.
           02 CCLastLink              PIC X(18).
           02 CCLastDate               PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSCtlStatus                 PIC X(02).
       01 WSCtlName                    PIC X(20).
       01 WSRowWidth                   PIC 9(03).
       01 WSPrevLink                   PIC X(18).
       01 WSNewLink                    PIC X(18).
       01 WSToday                     PIC 9(08).

       LINKAGE SECTION.
        01 LLogCode PIC X(01).
            88 LAuditLog             VALUE 'A'.
            88 LRunLog               VALUE 'R'.
        01 LRecord PIC X(216).

       PROCEDURE DIVISION USING LLogCode, LRecord.
       CHAINLNK-Entry.
           IF LAuditLog
               MOVE "AuditChain.ctl" TO WSCtlName
               MOVE 170 TO WSRowWidth
           ELSE
               MOVE "RunLogChain.ctl" TO WSCtlName
               MOVE 80 TO WSRowWidth
           END-IF
           MOVE ALL "0" TO WSPrevLink
           OPEN INPUT ChainCtlFile
           IF WSCtlStatus = "00"
               READ ChainCtlFile
                   NOT AT END
                       IF CCLastLink IS NUMERIC
                           MOVE CCLastLink TO WSPrevLink
                       END-IF
               END-READ
               CLOSE ChainCtlFile
           END-IF
           CALL 'CHAINHSH' USING WSPrevLink, LRecord, WSRowWidth,
               WSNewLink
           MOVE " CHN=" TO LRecord(WSRowWidth + 1:5)
           MOVE WSNewLink TO LRecord(WSRowWidth + 6:18)
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN OUTPUT ChainCtlFile
           MOVE WSNewLink TO CCLastLink
           MOVE WSToday TO CCLastDate
           WRITE ChainCtlRecord
           CLOSE ChainCtlFile
           GOBACK.
