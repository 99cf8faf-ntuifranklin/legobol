      *> Final-bill status lookup subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FINALST.
      *> Answers "has this closed account had its final bill?" for
      *> the programs that otherwise pass deleted customers by -
      *> refundext.cob refunds a closed account's final credit and
      *> dunning.cob keeps collecting its final debit.  Same
      *> open/keyed-read/close-per-call shape as PLANSTAT.  LFlag
      *> comes back 'Y' only when AcctClose.dat (queued by
      *> deletefile.cob, billed by finalbill.cob) shows the final
      *> bill issued; a closure still waiting for tonight's run, or
      *> no closure at all, answers 'N'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CloseFile ASSIGN TO "AcctClose.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLIDNum
               FILE STATUS IS WSCloseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CloseFile.
       01 CloseRecord.
           02 CLIDNum                 PIC 9(05).
           02 CLCloseDate              PIC 9(08).
           02 CLStatus                 PIC X(01).
               88 CLPending            VALUE 'P'.
               88 CLBilled             VALUE 'B'.
           02 CLBilledDate             PIC 9(08).
           02 CLFinalBalance           PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CLRoute                  PIC X(01).
               88 CLRouteRefund        VALUE 'R'.
               88 CLRouteDunning       VALUE 'D'.
               88 CLRouteSettled       VALUE 'Z'.

       WORKING-STORAGE SECTION.
       01 WSCloseStatus               PIC X(02).

       LINKAGE SECTION.
        01 LIDNum PIC 9(05).
        01 LFlag PIC X(01).
            88 LFinalBilled          VALUE 'Y'.
            88 LNotFinalBilled       VALUE 'N'.

       PROCEDURE DIVISION USING LIDNum, LFlag.
       FINALST-Entry.
           SET LNotFinalBilled TO TRUE
           OPEN INPUT CloseFile
           IF WSCloseStatus NOT = "00"
               GOBACK
           END-IF
           MOVE LIDNum TO CLIDNum
           READ CloseFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CLBilled
                       SET LFinalBilled TO TRUE
                   END-IF
           END-READ
           CLOSE CloseFile
           GOBACK.
