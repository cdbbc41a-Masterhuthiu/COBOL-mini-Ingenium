       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHINTAKE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * The regulator's consolidated list - the whole list every
      * time, one record per listed person or alias.

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WLR-ENTRY-ID         PIC X(20).
           05 WLR-LIST-NAME        PIC X(10).
           05 WLR-FULL-NAME        PIC X(60).
           05 WLR-DATE-OF-BIRTH    PIC X(08).
           05 WLR-COUNTRY          PIC X(03).

       WORKING-STORAGE SECTION.

      * WATCH_LIST is replaced wholesale from each file the regulator
      * publishes: every entry on file is marked unseen, the file's
      * entries are added or refreshed, and whatever the file no
      * longer carries is taken off. An entry that is new or has
      * changed is stamped with today's date - that is what lets a
      * false positive cleared against the old wording be raised
      * again, and what tells the weekly rescreen the list moved.
      *
      * No file on a given night is normal (the regulator does not
      * publish every day) and leaves the list as it stands. A file
      * that arrives empty is not taken as "nobody is listed any
      * more" - nothing is removed and the step ends with a warning.

       01 TODAY-DATE               PIC 9(08).

       01 WATCH-LIST-FILE-STATUS   PIC X(02).
           88 WATCH-LIST-FILE-OK           VALUE "00".
       01 WATCH-EOF-SWITCH         PIC X(01) VALUE "N".
           88 WATCH-EOF                    VALUE "Y".

       01 ENTRIES-READ             PIC 9(9) COMP VALUE ZERO.
       01 ENTRIES-ADDED            PIC 9(9) COMP VALUE ZERO.
       01 ENTRIES-CHANGED          PIC 9(9) COMP VALUE ZERO.
       01 ENTRIES-REMOVED          PIC 9(9) COMP VALUE ZERO.

       01 NAME-WORK                PIC X(60).
       01 NAME-CHARS REDEFINES NAME-WORK.
           05 NAME-CHAR            PIC X(01) OCCURS 60 TIMES.
       01 CHAR-IDX                 PIC 9(03) COMP.
       01 KEY-LENGTH               PIC 9(03) COMP.
       01 LAST-WORD-POS            PIC 9(03) COMP.
       01 IN-WORD-SWITCH           PIC X(01).
           88 IN-WORD                      VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-ENTRY-ID              PIC X(20).
       01 DB-LIST-NAME             PIC X(10).
       01 DB-FULL-NAME             PIC X(60).
       01 DB-MATCH-KEY             PIC X(60).
       01 DB-REVERSE-KEY           PIC X(60).
       01 DB-DATE-OF-BIRTH         PIC X(08).
       01 DB-COUNTRY               PIC X(03).
       01 DB-LOADED-DATE           PIC 9(08).
       01 DB-OLD-LIST-NAME         PIC X(10).
       01 DB-OLD-FULL-NAME         PIC X(60).
       01 DB-OLD-DATE-OF-BIRTH     PIC X(08).
       01 DB-OLD-COUNTRY           PIC X(03).
       01 DB-ENTRIES-READ          PIC 9(07).
       01 DB-ENTRIES-ADDED         PIC 9(07).
       01 DB-ENTRIES-CHANGED       PIC 9(07).
       01 DB-ENTRIES-REMOVED       PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-WATCH-INTAKE.

           DISPLAY "--- WATCH LIST INTAKE START ---"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT WATCH-LIST-FILE

           IF NOT WATCH-LIST-FILE-OK
               DISPLAY "NO WATCH LIST FILE TODAY - LIST ON FILE STANDS"
               MOVE ZERO TO RETURN-CODE
           ELSE
               EXEC SQL CONNECT TO 'db/database.db' END-EXEC

               EXEC SQL
                   UPDATE WATCH_LIST SET SEEN_FLAG = 'N'
               END-EXEC

               PERFORM LOAD-WATCH-RECORDS UNTIL WATCH-EOF

               CLOSE WATCH-LIST-FILE

               IF ENTRIES-READ = ZERO
                   PERFORM KEEP-UNSEEN-ENTRIES
                   DISPLAY "*** WATCH LIST FILE WAS EMPTY - NOTHING "
                           "REMOVED, LIST ON FILE STANDS ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM REMOVE-UNSEEN-ENTRIES
                   PERFORM LOG-WATCH-LIST-LOAD
                   MOVE ZERO TO RETURN-CODE
               END-IF

               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT CURRENT END-EXEC

               DISPLAY "ENTRIES READ: " ENTRIES-READ
               DISPLAY "ENTRIES ADDED: " ENTRIES-ADDED
               DISPLAY "ENTRIES CHANGED: " ENTRIES-CHANGED
               DISPLAY "ENTRIES REMOVED: " ENTRIES-REMOVED
           END-IF

           DISPLAY "--- WATCH LIST INTAKE FINISHED ---"
           GOBACK.

       LOAD-WATCH-RECORDS.

           READ WATCH-LIST-FILE
               AT END
                   SET WATCH-EOF TO TRUE
               NOT AT END
                   IF WLR-ENTRY-ID NOT = SPACES
                       ADD 1 TO ENTRIES-READ
                       PERFORM LOAD-ONE-ENTRY
                   END-IF
           END-READ.

       LOAD-ONE-ENTRY.

           MOVE WLR-ENTRY-ID      TO DB-ENTRY-ID
           MOVE WLR-LIST-NAME     TO DB-LIST-NAME
           MOVE WLR-FULL-NAME     TO DB-FULL-NAME
           MOVE WLR-DATE-OF-BIRTH TO DB-DATE-OF-BIRTH
           MOVE WLR-COUNTRY       TO DB-COUNTRY
           MOVE TODAY-DATE        TO DB-LOADED-DATE

           MOVE WLR-FULL-NAME TO NAME-WORK
           PERFORM BUILD-MATCH-KEYS

           EXEC SQL
               SELECT IFNULL(LIST_NAME, ' '), IFNULL(FULL_NAME, ' '),
                      IFNULL(DATE_OF_BIRTH, ' '),
                      IFNULL(COUNTRY, ' ')
               INTO :DB-OLD-LIST-NAME, :DB-OLD-FULL-NAME,
                    :DB-OLD-DATE-OF-BIRTH, :DB-OLD-COUNTRY
               FROM WATCH_LIST
               WHERE ENTRY_ID = :DB-ENTRY-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE
               PERFORM ADD-WATCH-ENTRY
           ELSE
               IF DB-OLD-LIST-NAME = DB-LIST-NAME
                  AND DB-OLD-FULL-NAME = DB-FULL-NAME
                  AND DB-OLD-DATE-OF-BIRTH = DB-DATE-OF-BIRTH
                  AND DB-OLD-COUNTRY = DB-COUNTRY
                   EXEC SQL
                       UPDATE WATCH_LIST SET SEEN_FLAG = 'Y'
                       WHERE ENTRY_ID = :DB-ENTRY-ID
                   END-EXEC
               ELSE
                   PERFORM CHANGE-WATCH-ENTRY
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR LOADING WATCH LIST ENTRY " DB-ENTRY-ID
                       ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       ADD-WATCH-ENTRY.

           EXEC SQL
               INSERT INTO WATCH_LIST
                   (ENTRY_ID, LIST_NAME, FULL_NAME, MATCH_KEY,
                    REVERSE_KEY, DATE_OF_BIRTH, COUNTRY, LOADED_DATE,
                    SEEN_FLAG)
               VALUES
                   (:DB-ENTRY-ID, :DB-LIST-NAME, :DB-FULL-NAME,
                    :DB-MATCH-KEY, :DB-REVERSE-KEY,
                    :DB-DATE-OF-BIRTH, :DB-COUNTRY, :DB-LOADED-DATE,
                    'Y')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO ENTRIES-ADDED
           END-IF.

       CHANGE-WATCH-ENTRY.

           EXEC SQL
               UPDATE WATCH_LIST
               SET LIST_NAME = :DB-LIST-NAME,
                   FULL_NAME = :DB-FULL-NAME,
                   MATCH_KEY = :DB-MATCH-KEY,
                   REVERSE_KEY = :DB-REVERSE-KEY,
                   DATE_OF_BIRTH = :DB-DATE-OF-BIRTH,
                   COUNTRY = :DB-COUNTRY,
                   LOADED_DATE = :DB-LOADED-DATE,
                   SEEN_FLAG = 'Y'
               WHERE ENTRY_ID = :DB-ENTRY-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO ENTRIES-CHANGED
           END-IF.

       BUILD-MATCH-KEYS.

      * The same keys WATCHSCREEN builds for the party being
      * screened: letters only, upper case, and the last word moved
      * to the front for the surname-first form. A space or comma
      * ends a word; other punctuation is dropped.

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

       KEEP-UNSEEN-ENTRIES.

           EXEC SQL
               UPDATE WATCH_LIST SET SEEN_FLAG = 'Y'
           END-EXEC

           MOVE ZERO TO SQLCODE.

       REMOVE-UNSEEN-ENTRIES.

           MOVE ZERO TO DB-ENTRIES-REMOVED

           EXEC SQL
               SELECT COUNT(*) INTO :DB-ENTRIES-REMOVED
               FROM WATCH_LIST
               WHERE SEEN_FLAG = 'N'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-ENTRIES-REMOVED
               MOVE ZERO TO SQLCODE
           END-IF

           EXEC SQL
               DELETE FROM WATCH_LIST
               WHERE SEEN_FLAG = 'N'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR REMOVING DELISTED ENTRIES, SQLCODE: "
                       SQLCODE
               MOVE ZERO TO DB-ENTRIES-REMOVED
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-ENTRIES-REMOVED TO ENTRIES-REMOVED.

       LOG-WATCH-LIST-LOAD.

      * One log row a day. A second file the same day adds its
      * counts to the first, so a change still waiting for the
      * weekly rescreen is never overwritten by a quiet reload.

           MOVE TODAY-DATE      TO DB-LOADED-DATE
           MOVE ENTRIES-READ    TO DB-ENTRIES-READ
           MOVE ENTRIES-ADDED   TO DB-ENTRIES-ADDED
           MOVE ENTRIES-CHANGED TO DB-ENTRIES-CHANGED
           MOVE ENTRIES-REMOVED TO DB-ENTRIES-REMOVED

           EXEC SQL
               INSERT INTO WATCH_LIST_LOAD
                   (LOAD_DATE, ENTRIES_READ, ENTRIES_ADDED,
                    ENTRIES_CHANGED, ENTRIES_REMOVED, RESCREEN_DATE)
               VALUES
                   (:DB-LOADED-DATE, :DB-ENTRIES-READ,
                    :DB-ENTRIES-ADDED, :DB-ENTRIES-CHANGED,
                    :DB-ENTRIES-REMOVED, '00000000')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQLCODE

               EXEC SQL
                   UPDATE WATCH_LIST_LOAD
                   SET ENTRIES_READ = :DB-ENTRIES-READ,
                       ENTRIES_ADDED = ENTRIES_ADDED
                                       + :DB-ENTRIES-ADDED,
                       ENTRIES_CHANGED = ENTRIES_CHANGED
                                         + :DB-ENTRIES-CHANGED,
                       ENTRIES_REMOVED = ENTRIES_REMOVED
                                         + :DB-ENTRIES-REMOVED,
                       RESCREEN_DATE =
                           CASE WHEN :DB-ENTRIES-ADDED
                                     + :DB-ENTRIES-CHANGED > 0
                                THEN '00000000'
                                ELSE RESCREEN_DATE END
                   WHERE LOAD_DATE = :DB-LOADED-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR LOGGING WATCH LIST LOAD, SQLCODE: "
                           SQLCODE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.
