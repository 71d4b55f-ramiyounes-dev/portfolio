       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-SERVICE.
      *================================================================*
      * SCREEN-SERVICE.cbl                                             *
      * Shared sanctions name screening, CALLed by every path that     *
      * must check a party against the watchlist: customer creation   *
      * in MANAGE-CUSTOMER (and a legal entity's beneficial owners,    *
      * queued against the entity under source OWNER), the re-screen   *
      * after each list update in SCREEN-SANCTIONS, and the outbound   *
      * settlement items from ADD-TRANSACTION and SETTLE-EXTERNAL.     *
      * The watchlist rows in force are loaded once per run and kept,  *
      * so a batch re-screen reads the file a single time.             *
      * Matching is tolerant of the way names are keyed: case and     *
      * punctuation are ignored, courtesy titles dropped, word order   *
      * does not matter, and a word may differ from the listed one by  *
      * one letter (typed, missing, extra or two letters swapped).     *
      * Each word of the listed name scores 100 when found as typed,   *
      * 80 when found within one letter; the row's score is the       *
      * average, and a score at or above SANCTIONS_THRESHOLD (default  *
      * 85) is a hit. A one-word listed name must be found as typed.   *
      * Names written together or apart (ALQAIDA / AL QAIDA) match     *
      * outright. A listed birth date that differs from the           *
      * customer's rules the row out.                                 *
      * SCS-RECORD = Y queues the best hit for compliance. An         *
      * outbound beneficiary already cleared by compliance against    *
      * the same listed entry is not queued again.                    *
      * See SCREEN-SERVICE-AREA.cpy for the call interface.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-FILE
               ASSIGN TO WS-WATCHLIST-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT HIT-FILE
               ASSIGN TO WS-HIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-FILE.
       COPY "WATCHLIST-ENTRY.cpy".

       FD  HIT-FILE.
       COPY "SANCTIONS-HIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WATCHLIST-PATH          PIC X(256).
       01  WS-HIT-PATH                PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-WATCHLIST-STATUS        PIC XX.
       01  WS-HIT-STATUS              PIC XX.

       01  WS-EOF                     PIC 9.
       01  WS-LOADED                  PIC 9      VALUE 0.
       01  WS-INPUT-THRESHOLD         PIC X(3).
       01  WS-THRESHOLD               PIC 9(3)   VALUE 85.

      *    Watchlist rows in force, with each name already reduced
      *    to its words
       01  WS-WL-COUNT                PIC 9(5)   VALUE 0.
       01  WS-WL-MAX                  PIC 9(5)   VALUE 5000.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 5000 TIMES.
               10  WS-WL-LIST-CODE    PIC X(8).
               10  WS-WL-ENTRY-ID     PIC X(12).
               10  WS-WL-NAME         PIC X(40).
               10  WS-WL-BIRTH-DATE   PIC 9(8).
               10  WS-WL-VERSION      PIC 9(6).
               10  WS-WL-JOINED       PIC X(40).
               10  WS-WL-WORD-COUNT   PIC 9.
               10  WS-WL-WORD OCCURS 8 TIMES PIC X(20).
               10  WS-WL-WORD-LEN OCCURS 8 TIMES PIC 9(2).
       01  WS-WL-IDX                  PIC 9(5).
       01  WS-BEST-IDX                PIC 9(5).
       01  WS-BEST-SCORE              PIC 9(3).

      *    Name reduction: upper case, punctuation to spaces, words
      *    split out, courtesy titles dropped, words also joined
      *    without spaces
       01  WS-TK-SOURCE               PIC X(40).
       01  WS-TK-COUNT                PIC 9.
       01  WS-TK-WORD OCCURS 8 TIMES  PIC X(20).
       01  WS-TK-LEN OCCURS 8 TIMES   PIC 9(2).
       01  WS-TK-JOINED               PIC X(40).
       01  WS-TK-JOIN-POS             PIC 9(2).
       01  WS-TK-POS                  PIC 9(2).
       01  WS-TK-CHAR                 PIC X.
       01  WS-TK-CUR                  PIC X(20).
       01  WS-TK-CUR-LEN              PIC 9(2).
       01  WS-TK-IDX                  PIC 9.

      *    The screened party's words
       01  WS-CN-COUNT                PIC 9.
       01  WS-CN-WORD OCCURS 8 TIMES  PIC X(20).
       01  WS-CN-LEN OCCURS 8 TIMES   PIC 9(2).
       01  WS-CN-JOINED               PIC X(40).
       01  WS-CN-IDX                  PIC 9.
       01  WS-LW-IDX                  PIC 9.
       01  WS-WORD-POINTS             PIC 9(3).
       01  WS-ROW-POINTS              PIC 9(4).
       01  WS-ROW-SCORE               PIC 9(3).
       01  WS-ROW-FAILED              PIC 9.

      *    One-letter difference test between two words
       01  WS-ED-A                    PIC X(20).
       01  WS-ED-LA                   PIC 9(2).
       01  WS-ED-B                    PIC X(20).
       01  WS-ED-LB                   PIC 9(2).
       01  WS-ED-OK                   PIC 9.
       01  WS-ED-DIFFS                PIC 9(2).
       01  WS-ED-FIRST                PIC 9(2).
       01  WS-ED-I                    PIC 9(2).
       01  WS-ED-J                    PIC 9(2).
       01  WS-ED-SKIPPED              PIC 9.
       01  WS-ED-SHORT                PIC X(20).
       01  WS-ED-LS                   PIC 9(2).
       01  WS-ED-LONG                 PIC X(20).
       01  WS-ED-LL                   PIC 9(2).

      *    Queue scan: next hit id, and any earlier entry for the
      *    same subject and listed entry
       01  WS-MAX-HIT-ID              PIC 9(10).
       01  WS-PRIOR-FOUND             PIC 9.
       01  WS-PRIOR-ID                PIC 9(10).
       01  WS-PRIOR-STATUS            PIC X(8).

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       LINKAGE SECTION.
       COPY "SCREEN-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING SCREEN-SERVICE-AREA.
       MAIN-PARA.
           IF WS-LOADED = 0
               PERFORM LOAD-WATCHLIST
               MOVE 1 TO WS-LOADED
           END-IF

           MOVE "N" TO SCS-HIT
           MOVE 0 TO SCS-SCORE
           MOVE SPACES TO SCS-LIST-CODE
           MOVE SPACES TO SCS-ENTRY-ID
           MOVE SPACES TO SCS-LIST-NAME
           MOVE 0 TO SCS-LIST-VERSION
           MOVE 0 TO SCS-HIT-ID
           MOVE SPACES TO SCS-HIT-STATUS

      *    A party with no name cannot be screened: it goes to the
      *    queue for a decision like a hit would.
           IF SCS-NAME = SPACES
               MOVE "Y" TO SCS-HIT
               MOVE "UNNAMED " TO SCS-LIST-CODE
               MOVE "NO-NAME" TO SCS-ENTRY-ID
           ELSE
               PERFORM SCREEN-NAME
                   THRU SCREEN-NAME-EXIT
           END-IF

           IF SCS-HIT = "Y" AND SCS-RECORD = "Y"
               PERFORM QUEUE-HIT
                   THRU QUEUE-HIT-EXIT
           END-IF
           GOBACK.

       LOAD-WATCHLIST.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/watchlist.dat" DELIMITED SIZE
                  INTO WS-WATCHLIST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/sanctions-hits.dat" DELIMITED SIZE
                  INTO WS-HIT-PATH
           END-STRING
           ACCEPT WS-INPUT-THRESHOLD
               FROM ENVIRONMENT "SANCTIONS_THRESHOLD"
           IF WS-INPUT-THRESHOLD NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-THRESHOLD)
                   TO WS-THRESHOLD
           END-IF

           MOVE 0 TO WS-WL-COUNT
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               DISPLAY "WARN|No sanctions watchlist on file - "
                   "screening finds no hits"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ WATCHLIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WLE-REMOVED-VERSION = 0
                               PERFORM KEEP-WATCHLIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.

       KEEP-WATCHLIST-ROW.
           IF WS-WL-COUNT >= WS-WL-MAX
               DISPLAY "WARN|Watchlist table full at "
                   WS-WL-MAX " rows - " WLE-ENTRY-ID " not screened"
           ELSE
               MOVE WLE-NAME TO WS-TK-SOURCE
               PERFORM REDUCE-NAME
               IF WS-TK-COUNT > 0
                   ADD 1 TO WS-WL-COUNT
                   MOVE WLE-LIST-CODE
                       TO WS-WL-LIST-CODE(WS-WL-COUNT)
                   MOVE WLE-ENTRY-ID
                       TO WS-WL-ENTRY-ID(WS-WL-COUNT)
                   MOVE WLE-NAME TO WS-WL-NAME(WS-WL-COUNT)
                   MOVE WLE-BIRTH-DATE
                       TO WS-WL-BIRTH-DATE(WS-WL-COUNT)
                   MOVE WLE-ADDED-VERSION
                       TO WS-WL-VERSION(WS-WL-COUNT)
                   MOVE WS-TK-JOINED TO WS-WL-JOINED(WS-WL-COUNT)
                   MOVE WS-TK-COUNT
                       TO WS-WL-WORD-COUNT(WS-WL-COUNT)
                   PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                           UNTIL WS-TK-IDX > WS-TK-COUNT
                       MOVE WS-TK-WORD(WS-TK-IDX)
                           TO WS-WL-WORD(WS-WL-COUNT WS-TK-IDX)
                       MOVE WS-TK-LEN(WS-TK-IDX)
                           TO WS-WL-WORD-LEN(WS-WL-COUNT WS-TK-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       SCREEN-NAME.
           MOVE SCS-NAME TO WS-TK-SOURCE
           PERFORM REDUCE-NAME
           MOVE WS-TK-COUNT TO WS-CN-COUNT
           MOVE WS-TK-JOINED TO WS-CN-JOINED
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-TK-WORD(WS-TK-IDX) TO WS-CN-WORD(WS-TK-IDX)
               MOVE WS-TK-LEN(WS-TK-IDX) TO WS-CN-LEN(WS-TK-IDX)
           END-PERFORM
           IF WS-CN-COUNT = 0
               GO TO SCREEN-NAME-EXIT
           END-IF

           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-SCORE
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               PERFORM SCORE-ONE-ROW
                   THRU SCORE-ONE-ROW-EXIT
               IF WS-ROW-SCORE >= WS-THRESHOLD
                   AND WS-ROW-SCORE > WS-BEST-SCORE
                   MOVE WS-ROW-SCORE TO WS-BEST-SCORE
                   MOVE WS-WL-IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM

           IF WS-BEST-IDX > 0
               MOVE "Y" TO SCS-HIT
               MOVE WS-BEST-SCORE TO SCS-SCORE
               MOVE WS-WL-LIST-CODE(WS-BEST-IDX) TO SCS-LIST-CODE
               MOVE WS-WL-ENTRY-ID(WS-BEST-IDX) TO SCS-ENTRY-ID
               MOVE WS-WL-NAME(WS-BEST-IDX) TO SCS-LIST-NAME
               MOVE WS-WL-VERSION(WS-BEST-IDX) TO SCS-LIST-VERSION
           END-IF.
       SCREEN-NAME-EXIT.
           EXIT.

       SCORE-ONE-ROW.
           MOVE 0 TO WS-ROW-SCORE
           IF SCS-BIRTH-DATE NOT = 0
               AND WS-WL-BIRTH-DATE(WS-WL-IDX) NOT = 0
               AND WS-WL-BIRTH-DATE(WS-WL-IDX) NOT = SCS-BIRTH-DATE
               GO TO SCORE-ONE-ROW-EXIT
           END-IF
           IF WS-WL-JOINED(WS-WL-IDX) = WS-CN-JOINED
               MOVE 100 TO WS-ROW-SCORE
               GO TO SCORE-ONE-ROW-EXIT
           END-IF

           MOVE 0 TO WS-ROW-POINTS
           MOVE 0 TO WS-ROW-FAILED
           PERFORM VARYING WS-LW-IDX FROM 1 BY 1
                   UNTIL WS-LW-IDX > WS-WL-WORD-COUNT(WS-WL-IDX)
                      OR WS-ROW-FAILED = 1
               PERFORM SCORE-ONE-WORD
               IF WS-WORD-POINTS = 0
                   MOVE 1 TO WS-ROW-FAILED
               END-IF
               ADD WS-WORD-POINTS TO WS-ROW-POINTS
           END-PERFORM
           IF WS-ROW-FAILED = 1
               GO TO SCORE-ONE-ROW-EXIT
           END-IF
           IF WS-WL-WORD-COUNT(WS-WL-IDX) = 1
               AND WS-ROW-POINTS < 100
               GO TO SCORE-ONE-ROW-EXIT
           END-IF
           DIVIDE WS-ROW-POINTS BY WS-WL-WORD-COUNT(WS-WL-IDX)
               GIVING WS-ROW-SCORE.
       SCORE-ONE-ROW-EXIT.
           EXIT.

       SCORE-ONE-WORD.
      *    Best showing of one listed word among the party's words:
      *    100 as typed, 80 within one letter (words of four letters
      *    or more only), 0 when absent.
           MOVE 0 TO WS-WORD-POINTS
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-COUNT
                      OR WS-WORD-POINTS = 100
               IF WS-CN-WORD(WS-CN-IDX)
                   = WS-WL-WORD(WS-WL-IDX WS-LW-IDX)
                   MOVE 100 TO WS-WORD-POINTS
               ELSE
                   IF WS-WORD-POINTS = 0
                       AND WS-WL-WORD-LEN(WS-WL-IDX WS-LW-IDX) >= 4
                       MOVE WS-WL-WORD(WS-WL-IDX WS-LW-IDX) TO WS-ED-A
                       MOVE WS-WL-WORD-LEN(WS-WL-IDX WS-LW-IDX)
                           TO WS-ED-LA
                       MOVE WS-CN-WORD(WS-CN-IDX) TO WS-ED-B
                       MOVE WS-CN-LEN(WS-CN-IDX) TO WS-ED-LB
                       PERFORM TEST-ONE-LETTER-APART
                           THRU TEST-ONE-LETTER-APART-EXIT
                       IF WS-ED-OK = 1
                           MOVE 80 TO WS-WORD-POINTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-ONE-LETTER-APART.
      *    Same length: one letter replaced, or two neighbours
      *    swapped. One letter longer: one letter added anywhere.
           MOVE 0 TO WS-ED-OK
           IF WS-ED-LA = WS-ED-LB
               MOVE 0 TO WS-ED-DIFFS
               MOVE 0 TO WS-ED-FIRST
               PERFORM VARYING WS-ED-I FROM 1 BY 1
                       UNTIL WS-ED-I > WS-ED-LA
                   IF WS-ED-A(WS-ED-I:1) NOT = WS-ED-B(WS-ED-I:1)
                       ADD 1 TO WS-ED-DIFFS
                       IF WS-ED-FIRST = 0
                           MOVE WS-ED-I TO WS-ED-FIRST
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ED-DIFFS <= 1
                   MOVE 1 TO WS-ED-OK
               END-IF
               IF WS-ED-DIFFS = 2
                   AND WS-ED-FIRST < WS-ED-LA
                   IF WS-ED-A(WS-ED-FIRST:1)
                           = WS-ED-B(WS-ED-FIRST + 1:1)
                       AND WS-ED-A(WS-ED-FIRST + 1:1)
                           = WS-ED-B(WS-ED-FIRST:1)
                       MOVE 1 TO WS-ED-OK
                   END-IF
               END-IF
               GO TO TEST-ONE-LETTER-APART-EXIT
           END-IF

           IF WS-ED-LA = WS-ED-LB + 1
               MOVE WS-ED-A TO WS-ED-LONG
               MOVE WS-ED-LA TO WS-ED-LL
               MOVE WS-ED-B TO WS-ED-SHORT
               MOVE WS-ED-LB TO WS-ED-LS
           ELSE
               IF WS-ED-LB = WS-ED-LA + 1
                   MOVE WS-ED-B TO WS-ED-LONG
                   MOVE WS-ED-LB TO WS-ED-LL
                   MOVE WS-ED-A TO WS-ED-SHORT
                   MOVE WS-ED-LA TO WS-ED-LS
               ELSE
                   GO TO TEST-ONE-LETTER-APART-EXIT
               END-IF
           END-IF
           MOVE 1 TO WS-ED-I
           MOVE 1 TO WS-ED-J
           MOVE 0 TO WS-ED-SKIPPED
           MOVE 1 TO WS-ED-OK
           PERFORM UNTIL WS-ED-I > WS-ED-LS
                      OR WS-ED-OK = 0
               IF WS-ED-SHORT(WS-ED-I:1) = WS-ED-LONG(WS-ED-J:1)
                   ADD 1 TO WS-ED-I
                   ADD 1 TO WS-ED-J
               ELSE
                   IF WS-ED-SKIPPED = 1
                       MOVE 0 TO WS-ED-OK
                   ELSE
                       MOVE 1 TO WS-ED-SKIPPED
                       ADD 1 TO WS-ED-J
                   END-IF
               END-IF
           END-PERFORM.
       TEST-ONE-LETTER-APART-EXIT.
           EXIT.

       REDUCE-NAME.
      *    WS-TK-SOURCE in; words, their lengths and the words
      *    joined without spaces out. Titles and connecting words
      *    carry no identity and are dropped.
           INSPECT WS-TK-SOURCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE 0 TO WS-TK-COUNT
           MOVE SPACES TO WS-TK-JOINED
           MOVE 1 TO WS-TK-JOIN-POS
           MOVE SPACES TO WS-TK-CUR
           MOVE 0 TO WS-TK-CUR-LEN
           PERFORM VARYING WS-TK-POS FROM 1 BY 1
                   UNTIL WS-TK-POS > 40
               MOVE WS-TK-SOURCE(WS-TK-POS:1) TO WS-TK-CHAR
               IF WS-TK-CHAR = SPACE
                   PERFORM CLOSE-WORD
                       THRU CLOSE-WORD-EXIT
               ELSE
                   IF WS-TK-CUR-LEN < 20
                       ADD 1 TO WS-TK-CUR-LEN
                       MOVE WS-TK-CHAR
                           TO WS-TK-CUR(WS-TK-CUR-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-WORD
               THRU CLOSE-WORD-EXIT.

       CLOSE-WORD.
           IF WS-TK-CUR-LEN = 0
               GO TO CLOSE-WORD-EXIT
           END-IF
           IF WS-TK-CUR = "MR" OR "MRS" OR "MS" OR "MISS" OR "DR"
                   OR "MME" OR "MLLE" OR "THE" OR "AND" OR "OF"
               CONTINUE
           ELSE
               IF WS-TK-COUNT < 8
                   ADD 1 TO WS-TK-COUNT
                   MOVE WS-TK-CUR TO WS-TK-WORD(WS-TK-COUNT)
                   MOVE WS-TK-CUR-LEN TO WS-TK-LEN(WS-TK-COUNT)
               END-IF
               IF WS-TK-JOIN-POS + WS-TK-CUR-LEN <= 41
                   MOVE WS-TK-CUR(1:WS-TK-CUR-LEN)
                       TO WS-TK-JOINED(WS-TK-JOIN-POS:WS-TK-CUR-LEN)
                   ADD WS-TK-CUR-LEN TO WS-TK-JOIN-POS
               END-IF
           END-IF
           MOVE SPACES TO WS-TK-CUR
           MOVE 0 TO WS-TK-CUR-LEN.
       CLOSE-WORD-EXIT.
           EXIT.

       QUEUE-HIT.
      *    One queue entry per subject and listed entry. An outbound
      *    beneficiary name already released against the same entry
      *    is a known false positive and is not queued again.
           MOVE 0 TO WS-MAX-HIT-ID
           MOVE 0 TO WS-PRIOR-FOUND
           OPEN INPUT HIT-FILE
           IF WS-HIT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HIT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-PRIOR-HIT
                   END-READ
               END-PERFORM
               CLOSE HIT-FILE
           END-IF

           IF WS-PRIOR-FOUND = 1
               MOVE WS-PRIOR-ID TO SCS-HIT-ID
               MOVE WS-PRIOR-STATUS TO SCS-HIT-STATUS
               GO TO QUEUE-HIT-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           OPEN EXTEND HIT-FILE
           IF WS-HIT-STATUS = "35"
               OPEN OUTPUT HIT-FILE
           END-IF
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write sanctions hit queue: "
                   WS-HIT-STATUS
               MOVE "PENDING " TO SCS-HIT-STATUS
           ELSE
               INITIALIZE SANCTIONS-HIT-RECORD
               COMPUTE SNH-HIT-ID = WS-MAX-HIT-ID + 1
               MOVE SCS-SOURCE        TO SNH-SOURCE
               MOVE SCS-CUSTOMER-ID   TO SNH-CUSTOMER-ID
               MOVE SCS-ACCT-NUMBER   TO SNH-ACCT-NUMBER
               MOVE SCS-TXN-ID        TO SNH-TXN-ID
               MOVE SCS-AMOUNT        TO SNH-AMOUNT
               MOVE SCS-NAME          TO SNH-SCREENED-NAME
               MOVE SCS-LIST-CODE     TO SNH-LIST-CODE
               MOVE SCS-ENTRY-ID      TO SNH-ENTRY-ID
               MOVE SCS-LIST-NAME     TO SNH-LIST-NAME
               MOVE SCS-SCORE         TO SNH-SCORE
               MOVE SCS-LIST-VERSION  TO SNH-LIST-VERSION
               MOVE WS-TIMESTAMP      TO SNH-TIMESTAMP
               MOVE "PENDING "        TO SNH-STATUS
               WRITE SANCTIONS-HIT-RECORD
               CLOSE HIT-FILE
               MOVE SNH-HIT-ID TO SCS-HIT-ID
               MOVE SNH-STATUS TO SCS-HIT-STATUS
           END-IF.
       QUEUE-HIT-EXIT.
           EXIT.

       CHECK-PRIOR-HIT.
           IF SNH-HIT-ID > WS-MAX-HIT-ID
               MOVE SNH-HIT-ID TO WS-MAX-HIT-ID
           END-IF
           IF SNH-SOURCE = SCS-SOURCE
               AND SNH-LIST-CODE = SCS-LIST-CODE
               AND SNH-ENTRY-ID = SCS-ENTRY-ID
               IF ((SNH-SRC-CUSTOMER OR SNH-SRC-OWNER)
                       AND SNH-CUSTOMER-ID = SCS-CUSTOMER-ID)
                   OR (SNH-SRC-OUTBOUND
                       AND SNH-TXN-ID = SCS-TXN-ID)
                   OR (SNH-SRC-OUTBOUND AND SNH-RELEASED
                       AND NOT SNH-UNNAMED
                       AND SNH-SCREENED-NAME = SCS-NAME)
                   MOVE 1 TO WS-PRIOR-FOUND
                   MOVE SNH-HIT-ID TO WS-PRIOR-ID
                   MOVE SNH-STATUS TO WS-PRIOR-STATUS
               END-IF
           END-IF.
