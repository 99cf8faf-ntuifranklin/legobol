      *> Keyed chain-hash subroutine
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHAINHSH.
      *> Computes the 18-digit link value that chains CustAudit.dat
      *> and RunLog.dat: the previous row's link value, then the
      *> text of this row, run through two running remainders
      *> (primes 999999937 and 999999929, the second also weighted
      *> by character position), with the installation's chain key
      *> fed in before and after the text.  Because the previous
      *> link value seeds the sum, every link depends on every row
      *> before it; because the key is fed in, a row cannot be
      *> re-linked by anyone without ChainKey.dat - which operations
      *> keeps readable by the production batch id only.  No key
      *> file falls back to the built-in key, which still catches
      *> an edit or a deleted row but not a deliberate re-link.
      *> The key is read once per run unit.  Called by CHAINLNK
      *> (every write), CHAINVFY (verification), and by housekeep
      *> and erasure when they re-anchor the chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KeyFile ASSIGN TO "ChainKey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSKeyStatus.

       DATA DIVISION.
       FILE SECTION.
       FD KeyFile.
       01 KeyRecord                   PIC X(20).

       WORKING-STORAGE SECTION.
       01 WSKeyStatus                 PIC X(02).
       01 WSKeyLoadedFlag            PIC X(01) VALUE 'N'.
           88 WSKeyLoaded              VALUE 'Y'.
       01 WSChainKey                   PIC X(20)
               VALUE "CUSTMAINT-CHAIN-0001".
       01 WSAcc1                       PIC 9(09).
       01 WSAcc2                       PIC 9(09).
       01 WSWork                       PIC 9(13).
       01 WSOrd                        PIC 9(03).
       01 WSPos                        PIC 9(03).
       01 WSSub                        PIC 9(03).
       01 WSChar                       PIC X(01).

       LINKAGE SECTION.
        01 LPrevHash PIC X(18).
        01 LText PIC X(216).
        01 LTextLength PIC 9(03).
        01 LNewHash PIC X(18).

       PROCEDURE DIVISION USING LPrevHash, LText, LTextLength,
               LNewHash.
       CHAINHSH-Entry.
           IF NOT WSKeyLoaded
               PERFORM Load-Chain-Key
           END-IF
           MOVE 0 TO WSAcc1
           MOVE 0 TO WSAcc2
           MOVE 0 TO WSPos
           IF LPrevHash(1:9) IS NUMERIC
               MOVE LPrevHash(1:9) TO WSAcc1
           END-IF
           IF LPrevHash(10:9) IS NUMERIC
               MOVE LPrevHash(10:9) TO WSAcc2
           END-IF
           PERFORM Feed-Key-Char
               VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 20
           PERFORM Feed-Text-Char
               VARYING WSSub FROM 1 BY 1 UNTIL WSSub > LTextLength
           PERFORM Feed-Key-Char
               VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 20
           MOVE WSAcc1 TO LNewHash(1:9)
           MOVE WSAcc2 TO LNewHash(10:9)
           GOBACK.

       Load-Chain-Key.
           OPEN INPUT KeyFile
           IF WSKeyStatus = "00"
               READ KeyFile
                   NOT AT END
                       IF KeyRecord NOT = SPACES
                           MOVE KeyRecord TO WSChainKey
                       END-IF
               END-READ
               CLOSE KeyFile
           END-IF
           SET WSKeyLoaded TO TRUE.

       Feed-Key-Char.
           MOVE WSChainKey(WSSub:1) TO WSChar
           PERFORM Feed-One-Char.

       Feed-Text-Char.
           MOVE LText(WSSub:1) TO WSChar
           PERFORM Feed-One-Char.

       Feed-One-Char.
           ADD 1 TO WSPos
           COMPUTE WSOrd = FUNCTION ORD(WSChar)
           COMPUTE WSWork = WSAcc1 * 257 + WSOrd
           COMPUTE WSAcc1 = FUNCTION MOD(WSWork, 999999937)
           COMPUTE WSWork = WSAcc2 * 263 + WSOrd * WSPos + WSAcc1
           COMPUTE WSAcc2 = FUNCTION MOD(WSWork, 999999929).
