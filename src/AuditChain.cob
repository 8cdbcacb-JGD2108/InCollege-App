       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCHAIN.

      *> Single writer for AUDIT.DAT, called by every program that
      *> records an audited action, so that each new row is chained
      *> to the one before it the same way everywhere. A chained row
      *> carries, after the usual 92 bytes, a sequence number and a
      *> 16-digit digest taken over the previous row's digest, its
      *> own sequence number and its own 92 bytes. Editing, removing
      *> or reordering a row therefore breaks every link after it,
      *> which AUDITVERIFY reports weekly. Rows written before the
      *> chain began have no sequence and are left as they are; the
      *> first chained row is sequence 1 against a digest of zeros.
      *> Functions (LK-AC-FUNCTION):
      *>   A append LK-AC-ROW as the next link; the sequence and
      *>     digest given to it come back in LK-AC-SEQ/LK-AC-DIGEST
      *>   D digest only: compute the digest of LK-AC-ROW as link
      *>     LK-AC-SEQ after LK-AC-PREV-DIGEST (used by AUDITVERIFY)
      *> LK-AC-STATUS is "00" when the row was written, "LK" when
      *> AUDIT.LCK stayed held by another writer, otherwise the file
      *> status of the failed open. An append holds AUDIT.LCK from
      *> reading the last link to writing the new one, so two
      *> writers never hand out the same sequence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL DATA-LOCK-FILE
               ASSIGN TO "AUDIT.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-ROW PIC X(92).
      *> Blank on rows written before the chain began
             05 AUD-SEQ PIC X(8).
             05 AUD-DIGEST PIC X(16).

       FD DATA-LOCK-FILE.
           01 DATA-LOCK-RECORD PIC X(14).

       WORKING-STORAGE SECTION.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

      *> Lock protocol working storage
         77 WS-LOCK-STATUS PIC XX.
         77 WS-LOCK-OK PIC X VALUE "N".
         77 WS-LOCK-HELD-TS PIC X(14).
         77 WS-LOCK-STALE PIC X VALUE "N".
         77 WS-LOCK-STALE-SECS PIC 9(6) VALUE 600.
         77 WS-LOCK-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.
      *> A writer holds the lock only for one read and one append,
      *> so a busy lock is tried again this many times first.
         77 WS-LOCK-TRIES PIC 9(4) VALUE 0.
         77 WS-LOCK-MAX-TRIES PIC 9(4) VALUE 2000.

      *> The last link found in AUDIT.DAT
         77 WS-LAST-SEQ PIC 9(8) VALUE 0.
         77 WS-LAST-DIGEST PIC X(16).

      *> Digest working storage: two running remainders over the
      *> 116 bytes of previous digest, sequence and row.
         01 WS-DIGEST-INPUT.
           05 WS-DI-PREV PIC X(16).
           05 WS-DI-SEQ PIC 9(8).
           05 WS-DI-ROW PIC X(92).
         01 WS-DIGEST-OUTPUT.
           05 WS-DO-HIGH PIC 9(8).
           05 WS-DO-LOW PIC 9(8).
         77 WS-DIGEST-HIGH PIC 9(12) VALUE 0.
         77 WS-DIGEST-LOW PIC 9(12) VALUE 0.
         77 WS-DIGEST-CHAR PIC 9(3) VALUE 0.
         77 WS-DIGEST-POS PIC 9(3) VALUE 0.

       LINKAGE SECTION.
         01 LK-AUDIT-CHAIN.
      *> A append, D digest only
           05 LK-AC-FUNCTION PIC X(1).
           05 LK-AC-ROW PIC X(92).
           05 LK-AC-PREV-DIGEST PIC X(16).
           05 LK-AC-SEQ PIC 9(8).
           05 LK-AC-DIGEST PIC X(16).
           05 LK-AC-STATUS PIC XX.

       PROCEDURE DIVISION USING LK-AUDIT-CHAIN.
       MAIN-LOGIC.
           EVALUATE LK-AC-FUNCTION
             WHEN "A"
               PERFORM APPEND-CHAINED-ROW
             WHEN "D"
               MOVE LK-AC-PREV-DIGEST TO WS-DI-PREV
               MOVE LK-AC-SEQ TO WS-DI-SEQ
               MOVE LK-AC-ROW TO WS-DI-ROW
               PERFORM COMPUTE-LINK-DIGEST
               MOVE WS-DIGEST-OUTPUT TO LK-AC-DIGEST
               MOVE "00" TO LK-AC-STATUS
             WHEN OTHER
               MOVE "FN" TO LK-AC-STATUS
           END-EVALUATE
           GOBACK.

      *> ===== A: append the next link =====
       APPEND-CHAINED-ROW.
           MOVE 0 TO LK-AC-SEQ
           MOVE SPACES TO LK-AC-DIGEST

           MOVE 0 TO WS-LOCK-TRIES
           MOVE "N" TO WS-LOCK-OK
           PERFORM UNTIL WS-LOCK-OK = "Y"
             OR WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
             ADD 1 TO WS-LOCK-TRIES
             PERFORM ACQUIRE-DATA-LOCK
           END-PERFORM
           IF WS-LOCK-OK NOT = "Y"
             MOVE "LK" TO LK-AC-STATUS
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-LINK
           IF WS-AUDIT-STATUS NOT = "00"
             AND WS-AUDIT-STATUS NOT = "05"
             AND WS-AUDIT-STATUS NOT = "35"
             MOVE WS-AUDIT-STATUS TO LK-AC-STATUS
             PERFORM RELEASE-DATA-LOCK
             EXIT PARAGRAPH
           END-IF

           MOVE WS-LAST-DIGEST TO WS-DI-PREV
           COMPUTE WS-DI-SEQ = WS-LAST-SEQ + 1
           MOVE LK-AC-ROW TO WS-DI-ROW
           PERFORM COMPUTE-LINK-DIGEST

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
             OPEN OUTPUT AUDIT-FILE
             IF WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
             END-IF
             OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "05"
             MOVE "00" TO WS-AUDIT-STATUS
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
             MOVE WS-AUDIT-STATUS TO LK-AC-STATUS
             PERFORM RELEASE-DATA-LOCK
             EXIT PARAGRAPH
           END-IF

           MOVE LK-AC-ROW TO AUD-ROW
           MOVE WS-DI-SEQ TO AUD-SEQ
           MOVE WS-DIGEST-OUTPUT TO AUD-DIGEST
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-STATUS TO LK-AC-STATUS
           CLOSE AUDIT-FILE
           PERFORM RELEASE-DATA-LOCK

           MOVE WS-DI-SEQ TO LK-AC-SEQ
           MOVE WS-DIGEST-OUTPUT TO LK-AC-DIGEST.

      *> The last row carrying a sequence is the link to extend; with
      *> none yet the chain starts at 1 against a digest of zeros.
       FIND-LAST-LINK.
           MOVE 0 TO WS-LAST-SEQ
           MOVE ALL "0" TO WS-LAST-DIGEST
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
             IF WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ AUDIT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AUD-SEQ IS NUMERIC
                   MOVE AUD-SEQ TO WS-LAST-SEQ
                   MOVE AUD-DIGEST TO WS-LAST-DIGEST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      *> WS-DIGEST-INPUT -> WS-DIGEST-OUTPUT. Each half is a running
      *> remainder modulo a large prime; the low half also weighs
      *> each byte by its position so transposed bytes differ.
       COMPUTE-LINK-DIGEST.
           MOVE 0 TO WS-DIGEST-HIGH
           MOVE 0 TO WS-DIGEST-LOW
           PERFORM VARYING WS-DIGEST-POS FROM 1 BY 1
               UNTIL WS-DIGEST-POS > 116
             COMPUTE WS-DIGEST-CHAR =
               FUNCTION ORD(WS-DIGEST-INPUT(WS-DIGEST-POS:1)) - 1
             COMPUTE WS-DIGEST-HIGH =
               FUNCTION MOD(WS-DIGEST-HIGH * 257 + WS-DIGEST-CHAR + 1,
                 99999989)
             COMPUTE WS-DIGEST-LOW =
               FUNCTION MOD(WS-DIGEST-LOW * 263 + WS-DIGEST-CHAR *
                 WS-DIGEST-POS + 7, 99999971)
           END-PERFORM
           MOVE WS-DIGEST-HIGH TO WS-DO-HIGH
           MOVE WS-DIGEST-LOW TO WS-DO-LOW.

       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ DATA-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE DATA-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE DATA-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE DATA-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-LOCK-RECORD
             WRITE DATA-LOCK-RECORD
             CLOSE DATA-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-DATA-LOCK.
           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE DATA-LOCK-FILE
           END-IF.

      *> A lock from a different day, or older than the stale
      *> threshold, belongs to a crashed run and may be taken over.
       CHECK-LOCK-STALE.
           MOVE "N" TO WS-LOCK-STALE
           IF WS-LOCK-HELD-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8)
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HELD-TS(9:6) IS NOT NUMERIC
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOCK-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
           COMPUTE WS-LOCK-HELD-SECS =
             FUNCTION NUMVAL(WS-LOCK-HELD-TS(9:2)) * 3600
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(13:2))
           COMPUTE WS-LOCK-AGE-SECS =
             WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS
           IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS
             MOVE "Y" TO WS-LOCK-STALE
           END-IF.

       END PROGRAM AUDITCHAIN.
