      *>   Statements produced now appear on the timeline too,
      *>   read from the StmtArchive.dat pages statement.cob
      *>   archives - one STATEMNT event per archived page.
      *>   Open complaint cases (CustCase.dat, caseentry.cob) now
      *>   appear too, dated the day received, with their
      *>   service-level due date.
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StmtArchiveFile ASSIGN TO "StmtArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStmtStatus.
           SELECT CaseFile ASSIGN TO "CustCase.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CaseKey
               FILE STATUS IS WSCaseStatus.
           SELECT SortWorkFile ASSIGN TO "ContactHistWork.dat".

       DATA DIVISION.
           02 SASeq                    PIC 9(04).
           02 SALine                   PIC X(80).

      *> Same layout caseentry.cob writes.
       FD CaseFile.
       01 CaseRecord.
           02 CaseKey.
               03 CSIDNum             PIC 9(05).
               03 CSCaseNum            PIC 9(03).
           02 CSCategory               PIC X(02).
           02 CSChannel                PIC X(01).
           02 CSReceivedDate           PIC 9(08).
           02 CSDueDate                PIC 9(08).
           02 CSAssignedOp             PIC X(08).
           02 CSStatus                 PIC X(01).
               88 CSOpen               VALUE 'O'.
               88 CSResolved           VALUE 'R'.
           02 CSSummary                PIC X(40).
           02 CSResolution             PIC X(40).
           02 CSResolvedDate           PIC 9(08).
           02 CSOpenedBy               PIC X(08).

       SD SortWorkFile.
       01 SortRecord.
           02 SortDate                PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY WSCUSTREC.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSSortEOF                    PIC X(01) VALUE 'N'.
       01 WSDiaryEOFFlag              PIC X(01).
       01 WSNotesStatus                PIC X(02).
       01 WSDiaryStatus                PIC X(02).
       01 WSStmtStatus                 PIC X(02).
       01 WSCaseStatus                 PIC X(02).
       01 WSCaseEOFFlag               PIC X(01).
           88 WSCaseDone               VALUE 'Y'.
       01 WSFoundFlag                 PIC X(01) VALUE 'N'.
           88 WSFound                  VALUE 'Y'.
       01 WSEventCount                 PIC 9(05) VALUE 0.
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           READ CustomerFile
               INVALID KEY MOVE 'N' TO WSFoundFlag
               NOT INVALID KEY MOVE 'Y' TO WSFoundFlag
       Gather-Events.
           PERFORM Gather-Notes
           PERFORM Gather-Diary
           PERFORM Gather-Statements
           PERFORM Gather-Cases.

      *> Only open complaint cases go on the timeline - a resolved
      *> one is already there as its "RESOLVED" note.

       Gather-Cases.
           MOVE 'N' TO WSCaseEOFFlag
           OPEN INPUT CaseFile
           IF WSCaseStatus = "00"
               MOVE IDNum TO CSIDNum
               MOVE 0 TO CSCaseNum
               START CaseFile KEY IS NOT LESS THAN CaseKey
                   INVALID KEY SET WSCaseDone TO TRUE
               END-START
               PERFORM Release-One-Case
                   UNTIL WSCaseDone
               CLOSE CaseFile
           END-IF.

       Release-One-Case.
           READ CaseFile NEXT RECORD
               AT END SET WSCaseDone TO TRUE
               NOT AT END
                   IF CSIDNum NOT = IDNum
                       SET WSCaseDone TO TRUE
                   ELSE
                       IF CSOpen
                           MOVE CSReceivedDate TO SortDate
                           MOVE "CASE    " TO SortType
                           MOVE SPACES TO SortText
                           STRING CSCaseNum DELIMITED BY SIZE
                               " OPEN " DELIMITED BY SIZE
                               CSCategory DELIMITED BY SIZE
                               " DUE " DELIMITED BY SIZE
                               CSDueDate DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CSSummary DELIMITED BY SIZE
                               INTO SortText
                           END-STRING
                           RELEASE SortRecord
                       END-IF
                   END-IF
           END-READ.

      *> Each archived page's line 1 marks one statement produced
      *> - dated the first of its period, which is when the
