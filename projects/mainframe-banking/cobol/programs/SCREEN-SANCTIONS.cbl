       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-SANCTIONS.
      *================================================================*
      * SCREEN-SANCTIONS.cbl                                           *
      * Maintains the sanctions watchlist and re-screens customers:    *
      *   IMPORT                                                       *
      *     — loads one published list (WATCHLIST_FILE: one row per    *
      *       name or alias, all under a single list code) as a new    *
      *       watchlist version: rows still published are kept, new    *
      *       rows are stamped with the version, rows the publisher    *
      *       dropped are closed under it, and the version is logged   *
      *       to watchlist-versions.dat. The file registers under      *
      *       WATCHLIST so the same delivery is not loaded twice       *
      *       without SUPERVISOR_CODE. Every customer is then          *
      *       re-screened against the updated list                     *
      *   RESCREEN                                                     *
      *     — screens every customer on file against the watchlist    *
      *       in force                                                 *
      * Each re-screen also screens the qualifying beneficial owners   *
      * of every legal entity (beneficial-owners.dat: active, 25% or   *
      * more or a control role) on the entity's behalf: a match is     *
      * queued under source OWNER against the entity, so a confirmed   *
      * hit freezes the entity's accounts as well as the owner's own.  *
      * Matches go to the compliance queue (sanctions-hits.dat)        *
      * through SCREEN-SERVICE, once per customer and listed entry;    *
      * SANCTIONS-DISPOSITION works the queue.                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE
               ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT WATCHLIST-FILE
               ASSIGN TO WS-WATCHLIST-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.

           SELECT REGISTRY-FILE
               ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO WS-OWNER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Published list as delivered: one row per name or alias
       FD  LIST-FILE.
       01  LIST-INTAKE-RECORD.
           05  LST-LIST-CODE           PIC X(8).
           05  LST-ENTRY-ID            PIC X(12).
           05  LST-NAME-TYPE           PIC X(1).
           05  LST-NAME                PIC X(40).
           05  LST-BIRTH-DATE          PIC 9(8).
           05  LST-COUNTRY             PIC X(2).
           05  LST-PUBLISHED-DATE      PIC 9(8).
           05  FILLER                  PIC X(21).

       FD  WATCHLIST-FILE.
       COPY "WATCHLIST-ENTRY.cpy".

      *    One row per list version loaded, append-only
       FD  VERSION-FILE.
       01  WATCHLIST-VERSION-RECORD.
           05  WLV-VERSION             PIC 9(6).
           05  WLV-LIST-CODE           PIC X(8).
           05  WLV-PUBLISHED-DATE      PIC 9(8).
           05  WLV-FILE-ID             PIC X(30).
           05  WLV-LOADED-TS           PIC 9(14).
           05  WLV-ENTRY-COUNT         PIC 9(6).
           05  WLV-ADDED               PIC 9(6).
           05  WLV-REMOVED             PIC 9(6).
           05  WLV-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(8).

       FD  REGISTRY-FILE.
       COPY "FILE-REGISTRY.cpy".

       FD  CUSTOMER-FILE.
       COPY "CUSTOMER-RECORD.cpy".

       FD  OWNER-FILE.
       COPY "BENEFICIAL-OWNER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIST-PATH               PIC X(256).
       01  WS-WATCHLIST-PATH          PIC X(256).
       01  WS-VERSION-PATH            PIC X(256).
       01  WS-CUST-PATH               PIC X(256).
       01  WS-DATA-DIR                PIC X(256).
       01  WS-LIST-STATUS             PIC XX.
       01  WS-WATCHLIST-STATUS        PIC XX.
       01  WS-VERSION-STATUS          PIC XX.
       01  WS-CUST-STATUS             PIC XX.

       01  WS-ACTION                  PIC X(8).
       01  WS-ARG-COUNT               PIC 9(2).
       01  WS-EOF                     PIC 9      VALUE 0.

      *    Replay protection: the list file registers by its file
      *    name under WATCHLIST; a re-delivered file refuses unless
      *    SUPERVISOR_CODE overrides.
       01  WS-REGISTRY-PATH           PIC X(256).
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-REG-EOF                 PIC 9.
       01  WS-REG-FOUND               PIC 9.
       01  WS-REG-FILE-ID             PIC X(30).
       01  WS-REG-ORIGINATOR          PIC X(30)
                                       VALUE "WATCHLIST".
       01  WS-REG-HASH                PIC 9(13)V99 VALUE 0.
       01  WS-REG-COUNT               PIC 9(6)   VALUE 0.
       01  WS-REG-SUPERVISOR          PIC X(8).
       01  WS-REG-OPERATOR            PIC X(8).
       01  WS-FILE-TAIL-POS           PIC 9(4).
       01  WS-FILE-SCAN-POS           PIC 9(4).

      *    Watchlist as on file before the import, every list and
      *    every version
       01  WS-OLD-COUNT               PIC 9(5)   VALUE 0.
       01  WS-OLD-MAX                 PIC 9(5)   VALUE 10000.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 10000 TIMES.
               10  WS-OLD-ROW         PIC X(100).
       01  WS-OLD-IDX                 PIC 9(5).

      *    Rows of the delivered list
       01  WS-NEW-COUNT               PIC 9(5)   VALUE 0.
       01  WS-NEW-MAX                 PIC 9(5)   VALUE 5000.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 5000 TIMES.
               10  WS-NEW-ENTRY-ID    PIC X(12).
               10  WS-NEW-NAME-TYPE   PIC X(1).
               10  WS-NEW-NAME        PIC X(40).
               10  WS-NEW-BIRTH-DATE  PIC 9(8).
               10  WS-NEW-COUNTRY     PIC X(2).
               10  WS-NEW-KEPT        PIC 9.
       01  WS-NEW-IDX                 PIC 9(5).
       01  WS-ROW-KEPT                PIC 9.

       01  WS-IMPORT-LIST             PIC X(8).
       01  WS-PUBLISHED-DATE          PIC 9(8)   VALUE 0.
       01  WS-LAST-VERSION            PIC 9(6)   VALUE 0.
       01  WS-NEW-VERSION             PIC 9(6).
       01  WS-ADDED-COUNT             PIC 9(6)   VALUE 0.
       01  WS-REMOVED-COUNT           PIC 9(6)   VALUE 0.
       01  WS-KEPT-COUNT              PIC 9(6)   VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(6)   VALUE 0.

       01  WS-CUST-SCREENED           PIC 9(6)   VALUE 0.
       01  WS-CUST-HITS               PIC 9(6)   VALUE 0.

      *    Qualifying owner links, entity and owner, from the
      *    beneficial-owner register
       01  WS-OWNER-PATH              PIC X(256).
       01  WS-OWNER-STATUS            PIC XX.
       01  WS-BO-COUNT                PIC 9(4)   VALUE 0.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY OCCURS 2000 TIMES.
               10  WS-BO-ENTITY       PIC 9(8).
               10  WS-BO-OWNER        PIC 9(8).
       01  WS-BO-IDX                  PIC 9(4).
       01  WS-OWNER-SCREENED          PIC 9(6)   VALUE 0.
       01  WS-OWNER-HITS              PIC 9(6)   VALUE 0.

       COPY "SCREEN-SERVICE-AREA.cpy".

       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYYMMDD       PIC 9(8).
           05  WS-DATE-HHMMSS         PIC 9(6).
           05  WS-DATE-HUNDREDTHS     PIC 9(2).
       01  WS-TIMESTAMP               PIC 9(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DATA_DIR"
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/watchlist.dat" DELIMITED SIZE
                  INTO WS-WATCHLIST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/watchlist-versions.dat" DELIMITED SIZE
                  INTO WS-VERSION-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/customers.dat" DELIMITED SIZE
                  INTO WS-CUST-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/file-registry.dat" DELIMITED SIZE
                  INTO WS-REGISTRY-PATH
           END-STRING
           STRING WS-DATA-DIR DELIMITED SPACES
                  "/beneficial-owners.dat" DELIMITED SIZE
                  INTO WS-OWNER-PATH
           END-STRING
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "WATCHLIST_FILE"

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "ERROR|Missing action: IMPORT or RESCREEN"
               STOP RUN
           END-IF
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYYMMDD DELIMITED SIZE
                  WS-DATE-HHMMSS   DELIMITED SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           EVALUATE WS-ACTION
               WHEN "IMPORT"
                   PERFORM IMPORT-WATCHLIST
                   PERFORM RESCREEN-CUSTOMERS
               WHEN "RESCREEN"
                   PERFORM RESCREEN-CUSTOMERS
               WHEN OTHER
                   DISPLAY "ERROR|Unknown action: " WS-ACTION
           END-EVALUATE
           STOP RUN.

       IMPORT-WATCHLIST.
           IF WS-LIST-PATH = SPACES
               DISPLAY "ERROR|WATCHLIST_FILE is required for IMPORT"
               STOP RUN
           END-IF

           PERFORM DERIVE-REGISTRY-FILE-ID
           PERFORM CHECK-FILE-REGISTRY
           PERFORM LOAD-DELIVERED-LIST
           PERFORM LOAD-CURRENT-WATCHLIST
           PERFORM READ-LAST-VERSION
           COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1

      *    Rows of this list still published are kept as they are;
      *    rows the publisher dropped are closed under the new
      *    version. Other lists and closed rows pass through.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-ROW(WS-OLD-IDX) TO WATCHLIST-ENTRY-RECORD
               IF WLE-LIST-CODE = WS-IMPORT-LIST
                   AND WLE-REMOVED-VERSION = 0
                   PERFORM MATCH-DELIVERED-ROW
                   IF WS-ROW-KEPT = 1
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       MOVE WS-NEW-VERSION TO WLE-REMOVED-VERSION
                       MOVE WATCHLIST-ENTRY-RECORD
                           TO WS-OLD-ROW(WS-OLD-IDX)
                       ADD 1 TO WS-REMOVED-COUNT
                       DISPLAY "REMOVED|" WLE-LIST-CODE "|"
                           WLE-ENTRY-ID "|" WLE-NAME
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot write watchlist: "
                   WS-WATCHLIST-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-ROW(WS-OLD-IDX) TO WATCHLIST-ENTRY-RECORD
               WRITE WATCHLIST-ENTRY-RECORD
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-KEPT(WS-NEW-IDX) = 0
                   PERFORM WRITE-ADDED-ROW
               END-IF
           END-PERFORM
           CLOSE WATCHLIST-FILE

           PERFORM APPEND-VERSION-LOG
           PERFORM REGISTER-INTAKE-FILE
           DISPLAY "IMPORT-COMPLETE|" WS-IMPORT-LIST "|version "
               WS-NEW-VERSION "|" WS-KEPT-COUNT " kept|"
               WS-ADDED-COUNT " added|" WS-REMOVED-COUNT " removed|"
               WS-SKIPPED-COUNT " skipped".

       LOAD-DELIVERED-LIST.
      *    The first row names the list; a row for another list in
      *    the same delivery is skipped, not loaded under it.
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERROR|Cannot open list file: " WS-LIST-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-IMPORT-LIST
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LIST-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REG-COUNT
                       PERFORM KEEP-DELIVERED-ROW
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           IF WS-NEW-COUNT = 0
               DISPLAY "ERROR|List file holds no usable rows - "
                   "watchlist left unchanged"
               STOP RUN
           END-IF.

       KEEP-DELIVERED-ROW.
           IF WS-IMPORT-LIST = SPACES
               MOVE LST-LIST-CODE TO WS-IMPORT-LIST
               MOVE LST-PUBLISHED-DATE TO WS-PUBLISHED-DATE
           END-IF
           IF LST-LIST-CODE NOT = WS-IMPORT-LIST
               OR LST-ENTRY-ID = SPACES
               OR LST-NAME = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "WARN|List row skipped: " LST-LIST-CODE "|"
                   LST-ENTRY-ID "|" LST-NAME
           ELSE
               IF WS-NEW-COUNT >= WS-NEW-MAX
                   DISPLAY "ERROR|List file exceeds " WS-NEW-MAX
                       " rows - watchlist left unchanged"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NEW-COUNT
               MOVE LST-ENTRY-ID   TO WS-NEW-ENTRY-ID(WS-NEW-COUNT)
               MOVE LST-NAME-TYPE  TO WS-NEW-NAME-TYPE(WS-NEW-COUNT)
               IF LST-NAME-TYPE NOT = "A"
                   MOVE "P" TO WS-NEW-NAME-TYPE(WS-NEW-COUNT)
               END-IF
               MOVE LST-NAME       TO WS-NEW-NAME(WS-NEW-COUNT)
               MOVE LST-BIRTH-DATE TO WS-NEW-BIRTH-DATE(WS-NEW-COUNT)
               MOVE LST-COUNTRY    TO WS-NEW-COUNTRY(WS-NEW-COUNT)
               MOVE 0              TO WS-NEW-KEPT(WS-NEW-COUNT)
           END-IF.

       LOAD-CURRENT-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ WATCHLIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-OLD-COUNT >= WS-OLD-MAX
                               DISPLAY "ERROR|Watchlist exceeds "
                                   WS-OLD-MAX " rows - import "
                                   "refused"
                               CLOSE WATCHLIST-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-OLD-COUNT
                           MOVE WATCHLIST-ENTRY-RECORD
                               TO WS-OLD-ROW(WS-OLD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.

       MATCH-DELIVERED-ROW.
           MOVE 0 TO WS-ROW-KEPT
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
                      OR WS-ROW-KEPT = 1
               IF WS-NEW-KEPT(WS-NEW-IDX) = 0
                   AND WS-NEW-ENTRY-ID(WS-NEW-IDX) = WLE-ENTRY-ID
                   AND WS-NEW-NAME-TYPE(WS-NEW-IDX) = WLE-NAME-TYPE
                   AND WS-NEW-NAME(WS-NEW-IDX) = WLE-NAME
                   AND WS-NEW-BIRTH-DATE(WS-NEW-IDX) = WLE-BIRTH-DATE
                   MOVE 1 TO WS-NEW-KEPT(WS-NEW-IDX)
                   MOVE 1 TO WS-ROW-KEPT
               END-IF
           END-PERFORM.

       WRITE-ADDED-ROW.
           INITIALIZE WATCHLIST-ENTRY-RECORD
           MOVE WS-IMPORT-LIST              TO WLE-LIST-CODE
           MOVE WS-NEW-ENTRY-ID(WS-NEW-IDX) TO WLE-ENTRY-ID
           MOVE WS-NEW-NAME-TYPE(WS-NEW-IDX) TO WLE-NAME-TYPE
           MOVE WS-NEW-NAME(WS-NEW-IDX)     TO WLE-NAME
           MOVE WS-NEW-BIRTH-DATE(WS-NEW-IDX) TO WLE-BIRTH-DATE
           MOVE WS-NEW-COUNTRY(WS-NEW-IDX)  TO WLE-COUNTRY
           MOVE WS-NEW-VERSION              TO WLE-ADDED-VERSION
           MOVE 0                           TO WLE-REMOVED-VERSION
           WRITE WATCHLIST-ENTRY-RECORD
           ADD 1 TO WS-ADDED-COUNT
           DISPLAY "ADDED|" WLE-LIST-CODE "|" WLE-ENTRY-ID "|"
               WLE-NAME.

       READ-LAST-VERSION.
           MOVE 0 TO WS-LAST-VERSION
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ VERSION-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WLV-VERSION > WS-LAST-VERSION
                               MOVE WLV-VERSION TO WS-LAST-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERSION-FILE
           END-IF.

       APPEND-VERSION-LOG.
           OPEN EXTEND VERSION-FILE
           IF WS-VERSION-STATUS = "35"
               OPEN OUTPUT VERSION-FILE
           END-IF
           IF WS-VERSION-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write watchlist version log: "
                   WS-VERSION-STATUS
           ELSE
               INITIALIZE WATCHLIST-VERSION-RECORD
               MOVE WS-NEW-VERSION    TO WLV-VERSION
               MOVE WS-IMPORT-LIST    TO WLV-LIST-CODE
               MOVE WS-PUBLISHED-DATE TO WLV-PUBLISHED-DATE
               MOVE WS-REG-FILE-ID    TO WLV-FILE-ID
               MOVE WS-TIMESTAMP      TO WLV-LOADED-TS
               MOVE WS-NEW-COUNT      TO WLV-ENTRY-COUNT
               MOVE WS-ADDED-COUNT    TO WLV-ADDED
               MOVE WS-REMOVED-COUNT  TO WLV-REMOVED
               ACCEPT WLV-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
               WRITE WATCHLIST-VERSION-RECORD
               CLOSE VERSION-FILE
           END-IF.

       RESCREEN-CUSTOMERS.
           PERFORM LOAD-OWNER-LINKS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "INFO|No customers on file"
               STOP RUN
           END-IF

           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           DISPLAY "RESCREEN-COMPLETE|" WS-CUST-SCREENED
               " customers screened|" WS-CUST-HITS " hits|"
               WS-OWNER-SCREENED " owner links screened|"
               WS-OWNER-HITS " owner hits".

       LOAD-OWNER-LINKS.
           MOVE 0 TO WS-BO-COUNT
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OWNER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF BOW-ACTIVE
                               AND (BOW-MAJOR-HOLDING
                                   OR BOW-CONTROL-ROLE)
                               AND WS-BO-COUNT < 2000
                               ADD 1 TO WS-BO-COUNT
                               MOVE BOW-ENTITY-ID
                                   TO WS-BO-ENTITY(WS-BO-COUNT)
                               MOVE BOW-OWNER-ID
                                   TO WS-BO-OWNER(WS-BO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-SCREENED
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE CUST-NAME       TO SCS-NAME
           MOVE CUST-BIRTH-DATE TO SCS-BIRTH-DATE
           MOVE "Y"             TO SCS-RECORD
           MOVE "CUSTOMER"      TO SCS-SOURCE
           MOVE CUST-ID         TO SCS-CUSTOMER-ID
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               ADD 1 TO WS-CUST-HITS
               DISPLAY "SANCTIONS-HIT|" CUST-ID "|" CUST-NAME "|"
                   SCS-LIST-CODE "|" SCS-ENTRY-ID "|score "
                   SCS-SCORE "|hit " SCS-HIT-ID " " SCS-HIT-STATUS
           END-IF
      *    The customer read is an owner: screen the name again for
      *    each entity they stand behind.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
               IF WS-BO-OWNER(WS-BO-IDX) = CUST-ID
                   PERFORM SCREEN-FOR-ENTITY
               END-IF
           END-PERFORM.

       SCREEN-FOR-ENTITY.
           ADD 1 TO WS-OWNER-SCREENED
           INITIALIZE SCREEN-SERVICE-AREA
           MOVE CUST-NAME       TO SCS-NAME
           MOVE CUST-BIRTH-DATE TO SCS-BIRTH-DATE
           MOVE "Y"             TO SCS-RECORD
           MOVE "OWNER"         TO SCS-SOURCE
           MOVE WS-BO-ENTITY(WS-BO-IDX) TO SCS-CUSTOMER-ID
           CALL "SCREEN-SERVICE" USING SCREEN-SERVICE-AREA
           IF SCS-HIT = "Y"
               ADD 1 TO WS-OWNER-HITS
               DISPLAY "SANCTIONS-HIT|" WS-BO-ENTITY(WS-BO-IDX)
                   "|owner " CUST-ID " " CUST-NAME "|"
                   SCS-LIST-CODE "|" SCS-ENTRY-ID "|score "
                   SCS-SCORE "|hit " SCS-HIT-ID " " SCS-HIT-STATUS
           END-IF.

       DERIVE-REGISTRY-FILE-ID.
      *    The file identifier is the path's last 30 characters past
      *    the final slash - the delivered file's own name.
           MOVE SPACES TO WS-REG-FILE-ID
           MOVE 0 TO WS-FILE-TAIL-POS
           PERFORM VARYING WS-FILE-SCAN-POS FROM 1 BY 1
                   UNTIL WS-FILE-SCAN-POS > 226
               IF WS-LIST-PATH(WS-FILE-SCAN-POS:1) = "/"
                   MOVE WS-FILE-SCAN-POS TO WS-FILE-TAIL-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-FILE-TAIL-POS
           MOVE WS-LIST-PATH(WS-FILE-TAIL-POS:30)
               TO WS-REG-FILE-ID.

       CHECK-FILE-REGISTRY.
           ACCEPT WS-REG-SUPERVISOR
               FROM ENVIRONMENT "SUPERVISOR_CODE"
           MOVE 0 TO WS-REG-FOUND
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE 0 TO WS-REG-EOF
               PERFORM UNTIL WS-REG-EOF = 1
                   READ REGISTRY-FILE
                       AT END
                           MOVE 1 TO WS-REG-EOF
                       NOT AT END
                           IF FRG-ORIGINATOR = WS-REG-ORIGINATOR
                               AND FRG-FILE-ID = WS-REG-FILE-ID
                               AND FRG-HASH-TOTAL = WS-REG-HASH
                               MOVE 1 TO WS-REG-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           IF WS-REG-FOUND = 1
               IF WS-REG-SUPERVISOR = SPACES
                   DISPLAY "ERROR|File already processed ("
                       WS-REG-FILE-ID ") - a supervisor override"
                       " is required to load it again"
                   STOP RUN
               ELSE
                   DISPLAY "OVERRIDE|File already processed - "
                       "reloaded under " WS-REG-SUPERVISOR
               END-IF
           END-IF.

       REGISTER-INTAKE-FILE.
           ACCEPT WS-REG-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "WARN|Cannot write file registry: "
                   WS-REGISTRY-STATUS
           ELSE
               INITIALIZE FILE-REGISTRY-RECORD
               MOVE WS-REG-ORIGINATOR TO FRG-ORIGINATOR
               MOVE WS-REG-FILE-ID    TO FRG-FILE-ID
               MOVE WS-REG-HASH       TO FRG-HASH-TOTAL
               MOVE WS-REG-COUNT      TO FRG-ITEM-COUNT
               MOVE WS-TIMESTAMP      TO FRG-LOADED-TS
               MOVE WS-REG-OPERATOR   TO FRG-OPERATOR
               IF WS-REG-FOUND = 1
                   MOVE WS-REG-SUPERVISOR TO FRG-OVERRIDE
               END-IF
               WRITE FILE-REGISTRY-RECORD
               CLOSE REGISTRY-FILE
           END-IF.
