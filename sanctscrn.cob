       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctscrn.
      *> Nightly sanctions rescreen - new customers are screened
      *> through SANCTSCR as they are added, but a name added to the
      *> government list after the customer was added is only
      *> caught by screening the existing book again.  This step
      *> compares the load stamp watchload.cob leaves on
      *> WatchList.ctl with the one it recorded on SanctScreen.ctl
      *> after its last full pass; when they differ it runs every
      *> non-deleted customer through SANCTSCR - plus closed
      *> accounts still in credit, which refundext.cob can still pay
      *> out - and records the new stamp.  An unchanged list costs
      *> nothing.  New possible matches land on the SanctReview.dat
      *> queue for sanctreview.cob; this run lists them.
      *> Modification History:
      *>   The Customer.dat layout version is checked (LAYOUTCK)
      *>   as the file opens; a mismatch abends the run instead of
      *>   misreading the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ListControlFile ASSIGN TO "WatchList.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSListCtlStatus.
           SELECT ScreenControlFile ASSIGN TO "SanctScreen.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSScreenCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY CUSTREC.

      *> Same layout watchload.cob stamps.
       FD ListControlFile.
       01 ListControlRecord.
           02 WCLoadDate              PIC 9(08).
           02 WCLoadTime               PIC 9(08).
           02 WCEntryCount             PIC 9(07).

       FD ScreenControlFile.
       01 ScreenControlRecord.
           02 SCLoadDate              PIC 9(08).
           02 SCLoadTime               PIC 9(08).
           02 SCScreenDate             PIC 9(08).
           02 SCScreenedCount          PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY LAYOUTVR.
       01 WSEOF                       PIC X(01) VALUE 'N'.
       01 WSFileStatus                PIC X(02).
       01 WSListCtlStatus              PIC X(02).
       01 WSScreenCtlStatus            PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "SANCTSCRN".
       01 WSToday                     PIC 9(08).
       01 WSListStamp.
           02 WSListDate              PIC 9(08) VALUE 0.
           02 WSListTime               PIC 9(08) VALUE 0.
       01 WSScreenedStamp.
           02 WSScreenedDate          PIC 9(08) VALUE 0.
           02 WSScreenedTime           PIC 9(08) VALUE 0.
       01 WSListEntries                PIC 9(07) VALUE 0.
       01 WSScreenedCount              PIC 9(07) VALUE 0.
       01 WSMatchCount                 PIC 9(07) VALUE 0.
       01 WSMatchFlag                 PIC X(01).
           88 WSPossibleMatch          VALUE 'Y'.
       01 WSFullName                   PIC X(31).

       PROCEDURE DIVISION.
       Main-Process.
           CALL 'RUNLOG' USING WSProgramId, "START", WSScreenedCount
           ACCEPT WSToday FROM DATE YYYYMMDD
           OPEN INPUT ListControlFile
           IF WSListCtlStatus NOT = "00"
               DISPLAY "No sanctions watch list loaded - rescreen "
                   "skipped."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSScreenedCount
               GOBACK
           END-IF
           READ ListControlFile
               AT END MOVE 0 TO WCLoadDate WCLoadTime WCEntryCount
           END-READ
           MOVE WCLoadDate TO WSListDate
           MOVE WCLoadTime TO WSListTime
           MOVE WCEntryCount TO WSListEntries
           CLOSE ListControlFile
           OPEN INPUT ScreenControlFile
           IF WSScreenCtlStatus = "00"
               READ ScreenControlFile
                   NOT AT END
                       MOVE SCLoadDate TO WSScreenedDate
                       MOVE SCLoadTime TO WSScreenedTime
               END-READ
               CLOSE ScreenControlFile
           END-IF
           IF WSListStamp = WSScreenedStamp
               DISPLAY "Sanctions watch list unchanged since "
                   WSListDate " - no rescreen needed."
               CALL 'RUNLOG' USING WSProgramId, "END  ",
                   WSScreenedCount
               GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               PERFORM File-Error-Abend
           END-IF
           CALL 'LAYOUTCK' USING LVCustomerMaster, LVResult
           IF LVMismatch
               PERFORM File-Error-Abend
           END-IF
           DISPLAY "SANCTIONS RESCREEN - LIST LOADED " WSListDate
               " (" WSListEntries " entries)"
           DISPLAY "----------------------------------------------"
           PERFORM UNTIL WSEOF = 'Y'
               READ CustomerFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF IsNotDeleted
                               OR (IsDeleted AND Balance < 0)
                           PERFORM Screen-One-Customer
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           OPEN OUTPUT ScreenControlFile
           MOVE WSListDate TO SCLoadDate
           MOVE WSListTime TO SCLoadTime
           MOVE WSToday TO SCScreenDate
           MOVE WSScreenedCount TO SCScreenedCount
           WRITE ScreenControlRecord
           CLOSE ScreenControlFile
           DISPLAY "----------------------------------------------"
           DISPLAY "Customers screened:        " WSScreenedCount
           DISPLAY "Pending/confirmed matches: " WSMatchCount
           CALL 'RUNLOG' USING WSProgramId, "END  ", WSScreenedCount
           GOBACK.

       Screen-One-Customer.
           ADD 1 TO WSScreenedCount
           CALL 'SANCTSCR' USING IDNum, FirstName, LastName,
               Street, Zip, WSMatchFlag
           IF WSPossibleMatch
               ADD 1 TO WSMatchCount
               CALL 'NAMEFMT' USING FirstName, LastName, WSFullName
               DISPLAY "POSSIBLE MATCH " IDNum " " WSFullName
           END-IF.

       File-Error-Abend.
           DISPLAY "CustomerFile I/O error - status " WSFileStatus
           CALL 'RUNLOG' USING WSProgramId, "ABEND", WSScreenedCount
           MOVE 16 TO RETURN-CODE
           GOBACK.
