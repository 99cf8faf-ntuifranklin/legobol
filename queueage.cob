      *> flagged by name so it gets assigned.  A suspense row from
      *> before the landed-date column counts as over the limit -
      *> it has certainly been there long enough.
      *> Modification History:
      *>   The UsageReview.dat queue of meter reads usagerate.cob
      *>   refused to post is aged with the others.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RejectFile ASSIGN TO "LoadRejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRejectStatus.
           SELECT UsageReviewFile ASSIGN TO "UsageReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSUsageReviewStatus.

       DATA DIVISION.
       FILE SECTION.
           02 RejStatus                PIC X(01).
           02 RejLine                  PIC X(113).

      *> Same layout usagerate.cob writes.
       FD UsageReviewFile.
       01 UsageReviewRecord.
           02 UVIDNum                 PIC 9(05).
           02 FILLER                  PIC X(01).
           02 UVSvcCode                PIC X(04).
           02 FILLER                  PIC X(01).
           02 UVReadDate               PIC 9(08).
           02 FILLER                  PIC X(01).
           02 UVQuantity               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER                  PIC X(01).
           02 UVReason                 PIC X(20).
           02 FILLER                  PIC X(01).
           02 UVDate                   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WSEOF                       PIC X(01).
       01 WSSuspenseStatus             PIC X(02).
       01 WSUnresolvedStatus           PIC X(02).
       01 WSPendingStatus              PIC X(02).
       01 WSRejectStatus               PIC X(02).
       01 WSUsageReviewStatus          PIC X(02).
       01 WSProgramId                  PIC X(10) VALUE "QUEUEAGE".
       01 WSItemCount                  PIC 9(07) VALUE 0.
       01 WSToday                     PIC 9(08).
           PERFORM Age-Unresolved-Queue
           PERFORM Age-Pending-Queue
           PERFORM Age-Reject-Queue
           PERFORM Age-Usage-Review-Queue
           DISPLAY "=============================================="
           DISPLAY "Items across all queues: " WSItemCount
           DISPLAY "Items past the limit:    " WSFlaggedCount
               FUNCTION INTEGER-OF-DATE(RejDate)
           COMPUTE WSAgeDays = WSTodayInt - WSItemDateInt
           PERFORM Bucket-One-Item.

       Age-Usage-Review-Queue.
           PERFORM Clear-Queue-Totals
           MOVE "USAGE REVIEW" TO WSQueueName
           MOVE 'N' TO WSEOF
           OPEN INPUT UsageReviewFile
           IF WSUsageReviewStatus = "00"
               PERFORM UNTIL WSEOF = 'Y'
                   READ UsageReviewFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM Age-One-Usage-Review
                   END-READ
               END-PERFORM
               CLOSE UsageReviewFile
           END-IF
           PERFORM Print-Queue-Totals.

       Age-One-Usage-Review.
           MOVE 0 TO WSItemAmount
           MOVE SPACES TO WSItemLabel
           STRING "ID " DELIMITED BY SIZE
               UVIDNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UVReason DELIMITED BY SIZE
               INTO WSItemLabel
           END-STRING
           COMPUTE WSItemDateInt =
               FUNCTION INTEGER-OF-DATE(UVDate)
           COMPUTE WSAgeDays = WSTodayInt - WSItemDateInt
           PERFORM Bucket-One-Item.
