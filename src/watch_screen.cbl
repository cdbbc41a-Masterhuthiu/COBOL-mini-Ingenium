       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCREEN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Every program that takes on a customer, names a beneficiary
      * or pays money out calls here first with the party's name.
      * The name is boiled down to its letters, upper-cased, and
      * looked up in the regulator's WATCH_LIST both as written and
      * with the surname moved to the front, so "SMITH, JOHN" still
      * finds JOHN SMITH. A hit raises an OPEN row in
      * SCREENING_REVIEW and comes back held - the caller stops the
      * transaction until a compliance officer decides it.
      *
      * A party already cleared as a false positive against that
      * same list entry passes, unless the entry has been changed on
      * the list since the decision. A CONFIRMED match stays held
      * for good.

       01 TODAY-DATE           PIC 9(08).

       01 NAME-WORK            PIC X(60).
       01 NAME-CHARS REDEFINES NAME-WORK.
           05 NAME-CHAR        PIC X(01) OCCURS 60 TIMES.
       01 CHAR-IDX             PIC 9(03) COMP.
       01 KEY-LENGTH           PIC 9(03) COMP.
       01 LAST-WORD-POS        PIC 9(03) COMP.
       01 IN-WORD-SWITCH       PIC X(01).
           88 IN-WORD          VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-MATCH-KEY         PIC X(60).
       01 DB-REVERSE-KEY       PIC X(60).
       01 DB-ENTRY-ID          PIC X(20).
       01 DB-LOADED-DATE       PIC 9(08).
       01 DB-PARTY-TYPE        PIC X(12).
       01 DB-PARTY-KEY         PIC X(20).
       01 DB-PARTY-NAME        PIC X(30).
       01 DB-SOURCE-PROGRAM    PIC X(14).
       01 DB-REVIEW-ID         PIC 9(09).
       01 DB-REVIEW-STATUS     PIC X(10).
       01 DB-DECIDED-DATE      PIC 9(08).
       01 DB-RAISED-DATE       PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE              PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 SCR-PARTY-TYPE       PIC X(12).
       01 SCR-PARTY-KEY        PIC X(20).
       01 SCR-PARTY-NAME       PIC X(30).
       01 SCR-SOURCE-PROGRAM   PIC X(14).
       01 SCR-RESULT           PIC X(01).
           88 SCR-CLEAR        VALUE "C".
           88 SCR-HELD         VALUE "H".
       01 SCR-REVIEW-ID        PIC 9(09).

       PROCEDURE DIVISION USING SCR-PARTY-TYPE
                                 SCR-PARTY-KEY
                                 SCR-PARTY-NAME
                                 SCR-SOURCE-PROGRAM
                                 SCR-RESULT
                                 SCR-REVIEW-ID.

       MAIN-WATCH-SCREEN.

           SET SCR-CLEAR TO TRUE
           MOVE ZERO TO SCR-REVIEW-ID

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE SCR-PARTY-TYPE     TO DB-PARTY-TYPE
           MOVE SCR-PARTY-KEY      TO DB-PARTY-KEY
           MOVE SCR-PARTY-NAME     TO DB-PARTY-NAME
           MOVE SCR-SOURCE-PROGRAM TO DB-SOURCE-PROGRAM

           MOVE SCR-PARTY-NAME TO NAME-WORK
           PERFORM BUILD-MATCH-KEYS

      * A name with no letters in it at all cannot match anything.

           IF KEY-LENGTH = ZERO
               GOBACK
           END-IF

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           EXEC SQL
               DECLARE watch_match_cursor CURSOR FOR
               SELECT ENTRY_ID, IFNULL(LOADED_DATE, '00000000')
               FROM WATCH_LIST
               WHERE MATCH_KEY = :DB-MATCH-KEY
                  OR REVERSE_KEY = :DB-MATCH-KEY
                  OR MATCH_KEY = :DB-REVERSE-KEY
               ORDER BY ENTRY_ID
           END-EXEC

           EXEC SQL OPEN watch_match_cursor END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH watch_match_cursor
                   INTO :DB-ENTRY-ID, :DB-LOADED-DATE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM SCREEN-ONE-MATCH
               END-IF
           END-PERFORM

           EXEC SQL CLOSE watch_match_cursor END-EXEC

           MOVE ZERO TO SQLCODE

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           GOBACK.

       BUILD-MATCH-KEYS.

      * Letters only, upper case. A space or comma ends a word;
      * anything else (hyphen, apostrophe, full stop) is dropped
      * without splitting the word. The start of the last word is
      * remembered so the surname-first form can be cut from it.

           INSPECT NAME-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO DB-MATCH-KEY
           MOVE SPACES TO DB-REVERSE-KEY
           MOVE ZERO TO KEY-LENGTH
           MOVE 1 TO LAST-WORD-POS
           MOVE "N" TO IN-WORD-SWITCH

           PERFORM SCAN-ONE-NAME-CHAR
               VARYING CHAR-IDX FROM 1 BY 1
               UNTIL CHAR-IDX > 60

           IF KEY-LENGTH > ZERO
               IF LAST-WORD-POS > 1
                   STRING DB-MATCH-KEY
                              (LAST-WORD-POS:
                               KEY-LENGTH - LAST-WORD-POS + 1)
                          DB-MATCH-KEY (1:LAST-WORD-POS - 1)
                          DELIMITED BY SIZE
                          INTO DB-REVERSE-KEY
                   END-STRING
               ELSE
                   MOVE DB-MATCH-KEY TO DB-REVERSE-KEY
               END-IF
           END-IF.

       SCAN-ONE-NAME-CHAR.

           IF NAME-CHAR (CHAR-IDX) = SPACE
           OR NAME-CHAR (CHAR-IDX) = ","
               MOVE "N" TO IN-WORD-SWITCH
           ELSE
               IF NAME-CHAR (CHAR-IDX) ALPHABETIC-UPPER
                   IF NOT IN-WORD
                       SET IN-WORD TO TRUE
                       COMPUTE LAST-WORD-POS = KEY-LENGTH + 1
                   END-IF
                   ADD 1 TO KEY-LENGTH
                   MOVE NAME-CHAR (CHAR-IDX)
                       TO DB-MATCH-KEY (KEY-LENGTH:1)
               END-IF
           END-IF.

       SCREEN-ONE-MATCH.

      * The party's own latest review against this entry decides
      * whether it is a new hit or one already being dealt with.

           MOVE SPACES TO DB-REVIEW-STATUS
           MOVE ZERO TO DB-DECIDED-DATE
           MOVE ZERO TO DB-REVIEW-ID

           EXEC SQL
               SELECT REVIEW_ID, STATUS,
                      IFNULL(DECIDED_DATE, '00000000')
               INTO :DB-REVIEW-ID, :DB-REVIEW-STATUS,
                    :DB-DECIDED-DATE
               FROM SCREENING_REVIEW
               WHERE PARTY_TYPE = :DB-PARTY-TYPE
                 AND PARTY_KEY = :DB-PARTY-KEY
                 AND PARTY_NAME = :DB-PARTY-NAME
                 AND ENTRY_ID = :DB-ENTRY-ID
               ORDER BY REVIEW_ID DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-REVIEW-STATUS
               MOVE ZERO TO SQLCODE
           END-IF

           EVALUATE TRUE
               WHEN DB-REVIEW-STATUS = "FALSE-POS"
                AND DB-LOADED-DATE NOT > DB-DECIDED-DATE
                   CONTINUE
               WHEN DB-REVIEW-STATUS = "OPEN"
               WHEN DB-REVIEW-STATUS = "CONFIRMED"
                   SET SCR-HELD TO TRUE
                   IF SCR-REVIEW-ID = ZERO
                       MOVE DB-REVIEW-ID TO SCR-REVIEW-ID
                   END-IF
               WHEN OTHER
                   PERFORM RAISE-SCREENING-REVIEW
           END-EVALUATE.

       RAISE-SCREENING-REVIEW.

           EXEC SQL
               SELECT IFNULL(MAX(REVIEW_ID), 0) + 1
               INTO :DB-REVIEW-ID
               FROM SCREENING_REVIEW
           END-EXEC

           MOVE TODAY-DATE TO DB-RAISED-DATE

           EXEC SQL
               INSERT INTO SCREENING_REVIEW
                   (REVIEW_ID, PARTY_TYPE, PARTY_KEY, PARTY_NAME,
                    ENTRY_ID, SOURCE_PROGRAM, STATUS, RAISED_DATE,
                    DECIDED_DATE)
               VALUES
                   (:DB-REVIEW-ID, :DB-PARTY-TYPE, :DB-PARTY-KEY,
                    :DB-PARTY-NAME, :DB-ENTRY-ID, :DB-SOURCE-PROGRAM,
                    'OPEN', :DB-RAISED-DATE, '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RAISING SCREENING REVIEW, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF

      * Held either way - a review that could not be written is no
      * reason to let a possible match through.

           SET SCR-HELD TO TRUE
           IF SCR-REVIEW-ID = ZERO
               MOVE DB-REVIEW-ID TO SCR-REVIEW-ID
           END-IF.
