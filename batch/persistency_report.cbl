       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSISTRPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSISTENCY-REPORT ASSIGN TO "PERSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLAGGED-AGENT-LIST ASSIGN TO "PERSFLAG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSISTENCY-REPORT.
       01  PERSISTENCY-HEADING-LINE     PIC X(100).
       01  PERSISTENCY-TEAM-LINE.
           05 FILLER                    PIC X(09) VALUE "MANAGER: ".
           05 PTL-MANAGER-ID            PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PTL-MANAGER-NAME          PIC X(30).
       01  PERSISTENCY-DETAIL-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-AGENT-ID              PIC ZZZZZZ.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-AGENT-NAME            PIC X(24).
           05 PDL-NEW-POLICIES          PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-NEW-PREMIUM           PIC ZZZZZZZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 PDL-EXPOSED-13            PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 PDL-PERCENT-13            PIC X(07).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 PDL-EXPOSED-25            PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 PDL-PERCENT-25            PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PDL-FLAG                  PIC X(04).

       FD  FLAGGED-AGENT-LIST.
       01  FLAGGED-HEADING-LINE         PIC X(80).
       01  FLAGGED-AGENT-LINE.
           05 FAL-AGENT-ID              PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FAL-AGENT-NAME            PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FAL-MANAGER-ID            PIC ZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FAL-PERCENT-13            PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FAL-PERCENT-25            PIC X(07).

       WORKING-STORAGE SECTION.

      * Persistency is the share of an agent's issued policies still
      * in force 13 and 25 months after issue. Each is measured over
      * the twelve months of business that have just reached that
      * duration - for 13 months, policies issued more than 25 and
      * up to 13 months before the run date; for 25 months, more
      * than 37 and up to 25 months before. A policy counts as lost
      * when its POLICY_AUDIT status at the duration date is a
      * lapse, a surrender or a free-look cancellation; a policy
      * reinstated before the duration date is back in force.

       01 RUN-DATE                   PIC 9(08).
       01 REPORT-PERIOD              PIC X(06).
       01 COHORT-13-FROM             PIC 9(08).
       01 COHORT-13-TO               PIC 9(08).
       01 COHORT-25-FROM             PIC 9(08).
       01 COHORT-25-TO               PIC 9(08).

      * Months are shifted on the calendar parts; a day that does
      * not exist in the target month (the 31st, or 29 February)
      * still compares correctly against the CHAR(08) dates.

       01 DATE-WORK.
           05 DATE-WORK-YEAR         PIC 9(04).
           05 DATE-WORK-MONTH        PIC 9(02).
           05 DATE-WORK-DAY          PIC 9(02).
       01 DATE-WORK-NUMBER REDEFINES DATE-WORK
                                     PIC 9(08).
       01 MONTH-SHIFT                PIC S9(03).
       01 MONTH-COUNT                PIC 9(07).
       01 MONTH-OF-YEAR              PIC 9(02).

       01 AUDIT-STATUS-AS-AT         PIC X(10).
           88 POLICY-NOT-IN-FORCE    VALUE "LAPSED" "SURRENDER"
                                           "CANCELLED".

       01 FIRST-ROW-SWITCH           PIC X(01) VALUE "Y".
           88 FIRST-ROW                        VALUE "Y".
       01 CURRENT-AGENT-ID           PIC 9(06) VALUE ZERO.
       01 CURRENT-AGENT-NAME         PIC X(30).
       01 CURRENT-MANAGER-ID         PIC 9(06) VALUE ZERO.

      * One set of figures per level - the agent being read, the
      * team of agents reporting to the current manager, and the
      * whole field force. A manager's own business is counted
      * with the team of the manager above them.

       01 AGENT-FIGURES.
           05 AGT-NEW-POLICIES       PIC 9(07) COMP.
           05 AGT-NEW-PREMIUM        PIC S9(11)V99.
           05 AGT-EXPOSED-13         PIC 9(07) COMP.
           05 AGT-LOST-13            PIC 9(07) COMP.
           05 AGT-EXPOSED-25         PIC 9(07) COMP.
           05 AGT-LOST-25            PIC 9(07) COMP.
       01 TEAM-FIGURES.
           05 TEAM-NEW-POLICIES      PIC 9(07) COMP.
           05 TEAM-NEW-PREMIUM       PIC S9(11)V99.
           05 TEAM-EXPOSED-13        PIC 9(07) COMP.
           05 TEAM-LOST-13           PIC 9(07) COMP.
           05 TEAM-EXPOSED-25        PIC 9(07) COMP.
           05 TEAM-LOST-25           PIC 9(07) COMP.
       01 GRAND-FIGURES.
           05 GRAND-NEW-POLICIES     PIC 9(07) COMP VALUE ZERO.
           05 GRAND-NEW-PREMIUM      PIC S9(11)V99 VALUE ZERO.
           05 GRAND-EXPOSED-13       PIC 9(07) COMP VALUE ZERO.
           05 GRAND-LOST-13          PIC 9(07) COMP VALUE ZERO.
           05 GRAND-EXPOSED-25       PIC 9(07) COMP VALUE ZERO.
           05 GRAND-LOST-25          PIC 9(07) COMP VALUE ZERO.

      * The figures for whichever line is being printed.

       01 LINE-FIGURES.
           05 LINE-NEW-POLICIES      PIC 9(07) COMP.
           05 LINE-NEW-PREMIUM       PIC S9(11)V99.
           05 LINE-EXPOSED-13        PIC 9(07) COMP.
           05 LINE-LOST-13           PIC 9(07) COMP.
           05 LINE-EXPOSED-25        PIC 9(07) COMP.
           05 LINE-LOST-25           PIC 9(07) COMP.
       01 LINE-PERCENT-13            PIC 9(3)V99.
       01 LINE-PERCENT-25            PIC 9(3)V99.
       01 PERCENT-EDIT               PIC ZZ9.99.

      * An agent is flagged when either persistency is under the
      * PERSIST-MIN-PCT threshold. A duration with no policies yet
      * exposed to it is shown N/A and does not flag anyone.

       01 MINIMUM-PERSISTENCY        PIC 9(3)V99 VALUE 80.00.
       01 AGENT-FLAG-SWITCH          PIC X(01) VALUE "N".
           88 AGENT-BELOW-THRESHOLD            VALUE "Y".

       01 AGENTS-REPORTED            PIC 9(9) COMP VALUE ZERO.
       01 AGENTS-FLAGGED             PIC 9(9) COMP VALUE ZERO.

      * SYSTEM_PARAMETER settings - the value in force at the run
      * date applies for the whole run.

       01 PARAM-RUN-DATE             PIC 9(08).
       01 PARAM-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 PARAM-FOUND                      VALUE "Y".

      * Premium written is the annual premium of the period's new
      * policies, converted into the house reporting currency at
      * the run-date rate.

       01 HOUSE-CURRENCY-CODE        PIC X(03) VALUE "USD".
       01 EXCHANGE-RATE-USED         PIC 9(3)V9(6).
       01 HOUSE-PREMIUM              PIC S9(11)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-MANAGER-ID              PIC 9(06).
       01 DB-AGENT-ID                PIC 9(06).
       01 DB-AGENT-NAME              PIC X(30).
       01 DB-MANAGER-NAME            PIC X(30).
       01 DB-POLICY-ID               PIC 9(06).
       01 DB-EFFECTIVE-DATE          PIC 9(08).
       01 DB-ANNUAL-PREMIUM          PIC 9(9)V99.
       01 DB-CURRENCY-CODE           PIC X(03).
       01 DB-COHORT-FROM             PIC 9(08).
       01 DB-RUN-DATE                PIC 9(08).
       01 DB-AS-AT-DATE              PIC 9(08).
       01 DB-AUDIT-STATUS            PIC X(10).
       01 DB-RATE-DATE               PIC 9(08).
       01 DB-EXCHANGE-RATE           PIC 9(3)V9(6).
       01 DB-EXPOSED-13              PIC 9(07).
       01 DB-EXPOSED-25              PIC 9(07).
       01 DB-PERCENT-13              PIC 9(3)V99.
       01 DB-PERCENT-25              PIC 9(3)V99.
       01 DB-PERSIST-FLAG            PIC X(01).
       01 DB-PARAM-KEY               PIC X(20).
       01 DB-PARAM-VALUE             PIC 9(9)V99.
       01 DB-PARAM-DATE              PIC 9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 SQLCODE                    PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PERSISTENCY.

           DISPLAY "--- AGENT PERSISTENCY REPORT START ---"

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE (1:6) TO REPORT-PERIOD
           MOVE RUN-DATE TO DB-RUN-DATE
           MOVE RUN-DATE TO DB-RATE-DATE

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-COHORT-DATES

           OPEN OUTPUT PERSISTENCY-REPORT
           OPEN OUTPUT FLAGGED-AGENT-LIST

           MOVE SPACES TO PERSISTENCY-HEADING-LINE
           STRING "AGENT PRODUCTION AND PERSISTENCY REPORT - PERIOD "
                  REPORT-PERIOD
                  DELIMITED BY SIZE INTO PERSISTENCY-HEADING-LINE
           WRITE PERSISTENCY-HEADING-LINE

           MOVE SPACES TO FLAGGED-HEADING-LINE
           STRING "AGENTS BELOW PERSISTENCY THRESHOLD - PERIOD "
                  REPORT-PERIOD
                  DELIMITED BY SIZE INTO FLAGGED-HEADING-LINE
           WRITE FLAGGED-HEADING-LINE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

      * Every agent comes back at least once - an agent with no
      * business in the window still gets a line and has any old
      * flag cleared.

           MOVE COHORT-25-FROM TO DB-COHORT-FROM

           EXEC SQL
               DECLARE persist_cursor CURSOR FOR
               SELECT IFNULL(A.MANAGER_ID, 0), A.AGENT_ID,
                      A.AGENT_NAME, IFNULL(P.POLICY_ID, 0),
                      IFNULL(P.EFFECTIVE_DATE, '00000000'),
                      IFNULL(P.BASE_PREMIUM, 0)
                      + IFNULL(P.RIDER_PREMIUM, 0),
                      IFNULL(P.CURRENCY_CODE, 'USD')
               FROM AGENT A
               LEFT JOIN POLICY P
                 ON P.AGENT_ID = A.AGENT_ID
                AND P.EFFECTIVE_DATE > :DB-COHORT-FROM
                AND P.EFFECTIVE_DATE <= :DB-RUN-DATE
               ORDER BY IFNULL(A.MANAGER_ID, 0), A.AGENT_ID,
                        P.POLICY_ID
           END-EXEC.

           EXEC SQL OPEN persist_cursor END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH persist_cursor
                   INTO :DB-MANAGER-ID, :DB-AGENT-ID,
                        :DB-AGENT-NAME, :DB-POLICY-ID,
                        :DB-EFFECTIVE-DATE, :DB-ANNUAL-PREMIUM,
                        :DB-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-ONE-ROW
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE persist_cursor END-EXEC.
           MOVE ZERO TO SQLCODE

           IF NOT FIRST-ROW
               PERFORM FINISH-AGENT
               PERFORM FINISH-TEAM
           END-IF

           MOVE GRAND-FIGURES TO LINE-FIGURES
           MOVE ZERO TO PDL-AGENT-ID
           MOVE "ALL AGENTS" TO PDL-AGENT-NAME
           MOVE SPACES TO PDL-FLAG
           PERFORM WRITE-FIGURES-LINE

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL DISCONNECT CURRENT END-EXEC.

           CLOSE PERSISTENCY-REPORT
           CLOSE FLAGGED-AGENT-LIST

           DISPLAY "AGENTS REPORTED: " AGENTS-REPORTED
           DISPLAY "AGENTS BELOW PERSISTENCY THRESHOLD: "
                   AGENTS-FLAGGED
           DISPLAY "--- AGENT PERSISTENCY REPORT FINISHED ---"
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       SET-COHORT-DATES.

           MOVE RUN-DATE TO DATE-WORK-NUMBER
           MOVE -13 TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK-NUMBER TO COHORT-13-TO

           MOVE RUN-DATE TO DATE-WORK-NUMBER
           MOVE -25 TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK-NUMBER TO COHORT-13-FROM
           MOVE DATE-WORK-NUMBER TO COHORT-25-TO

           MOVE RUN-DATE TO DATE-WORK-NUMBER
           MOVE -37 TO MONTH-SHIFT
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK-NUMBER TO COHORT-25-FROM.

       SHIFT-DATE-BY-MONTHS.

           COMPUTE MONTH-COUNT = DATE-WORK-YEAR * 12
                               + DATE-WORK-MONTH - 1
                               + MONTH-SHIFT
           DIVIDE MONTH-COUNT BY 12
               GIVING DATE-WORK-YEAR
               REMAINDER MONTH-OF-YEAR
           COMPUTE DATE-WORK-MONTH = MONTH-OF-YEAR + 1.

       PROCESS-ONE-ROW.

           IF FIRST-ROW
               MOVE "N" TO FIRST-ROW-SWITCH
               PERFORM START-TEAM
               PERFORM START-AGENT
           ELSE
               IF DB-AGENT-ID NOT = CURRENT-AGENT-ID
                   PERFORM FINISH-AGENT
                   IF DB-MANAGER-ID NOT = CURRENT-MANAGER-ID
                       PERFORM FINISH-TEAM
                       PERFORM START-TEAM
                   END-IF
                   PERFORM START-AGENT
               END-IF
           END-IF

           IF DB-POLICY-ID NOT = ZERO
               PERFORM TALLY-ONE-POLICY
           END-IF.

       START-TEAM.

           MOVE DB-MANAGER-ID TO CURRENT-MANAGER-ID
           INITIALIZE TEAM-FIGURES

           IF DB-MANAGER-ID = ZERO
               MOVE "NO MANAGER" TO DB-MANAGER-NAME
           ELSE
               EXEC SQL
                   SELECT AGENT_NAME INTO :DB-MANAGER-NAME
                   FROM AGENT
                   WHERE AGENT_ID = :DB-MANAGER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "MANAGER NOT ON FILE" TO DB-MANAGER-NAME
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           MOVE SPACES TO PERSISTENCY-HEADING-LINE
           WRITE PERSISTENCY-HEADING-LINE

           MOVE DB-MANAGER-ID   TO PTL-MANAGER-ID
           MOVE DB-MANAGER-NAME TO PTL-MANAGER-NAME
           WRITE PERSISTENCY-TEAM-LINE

           MOVE SPACES TO PERSISTENCY-HEADING-LINE
           MOVE "  AGENT   NAME                      NEW   ANNUAL PREM"
             TO PERSISTENCY-HEADING-LINE (1:53)
           MOVE "  EXP-13 PCT-13   EXP-25 PCT-25   FLAG"
             TO PERSISTENCY-HEADING-LINE (54:38)
           WRITE PERSISTENCY-HEADING-LINE.

       START-AGENT.

           MOVE DB-AGENT-ID   TO CURRENT-AGENT-ID
           MOVE DB-AGENT-NAME TO CURRENT-AGENT-NAME
           INITIALIZE AGENT-FIGURES.

       TALLY-ONE-POLICY.

           IF DB-EFFECTIVE-DATE (1:6) = REPORT-PERIOD
               ADD 1 TO AGT-NEW-POLICIES
               PERFORM LOOKUP-HOUSE-RATE
               COMPUTE HOUSE-PREMIUM ROUNDED =
                       DB-ANNUAL-PREMIUM * EXCHANGE-RATE-USED
               ADD HOUSE-PREMIUM TO AGT-NEW-PREMIUM
           END-IF

           IF DB-EFFECTIVE-DATE > COHORT-13-FROM
              AND DB-EFFECTIVE-DATE NOT > COHORT-13-TO
               ADD 1 TO AGT-EXPOSED-13
               MOVE 13 TO MONTH-SHIFT
               PERFORM FIND-STATUS-AT-DURATION
               IF POLICY-NOT-IN-FORCE
                   ADD 1 TO AGT-LOST-13
               END-IF
           END-IF

           IF DB-EFFECTIVE-DATE > COHORT-25-FROM
              AND DB-EFFECTIVE-DATE NOT > COHORT-25-TO
               ADD 1 TO AGT-EXPOSED-25
               MOVE 25 TO MONTH-SHIFT
               PERFORM FIND-STATUS-AT-DURATION
               IF POLICY-NOT-IN-FORCE
                   ADD 1 TO AGT-LOST-25
               END-IF
           END-IF.

       FIND-STATUS-AT-DURATION.

      * The last status change on or before the duration date is the
      * status the policy had then; no change at all means it has
      * been in force since issue.

           MOVE DB-EFFECTIVE-DATE TO DATE-WORK-NUMBER
           PERFORM SHIFT-DATE-BY-MONTHS
           MOVE DATE-WORK-NUMBER TO DB-AS-AT-DATE

           MOVE SPACES TO DB-AUDIT-STATUS

           EXEC SQL
               SELECT NEW_STATUS INTO :DB-AUDIT-STATUS
               FROM POLICY_AUDIT
               WHERE POLICY_ID = :DB-POLICY-ID
                 AND CHANGED_DATE <= :DB-AS-AT-DATE
               ORDER BY CHANGED_DATE DESC, CHANGED_TIME DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-AUDIT-STATUS
               MOVE ZERO TO SQLCODE
           END-IF

           MOVE DB-AUDIT-STATUS TO AUDIT-STATUS-AS-AT.

       FINISH-AGENT.

           MOVE AGENT-FIGURES TO LINE-FIGURES
           PERFORM COMPUTE-LINE-PERCENTS

           MOVE "N" TO AGENT-FLAG-SWITCH
           IF LINE-EXPOSED-13 > ZERO
              AND LINE-PERCENT-13 < MINIMUM-PERSISTENCY
               MOVE "Y" TO AGENT-FLAG-SWITCH
           END-IF
           IF LINE-EXPOSED-25 > ZERO
              AND LINE-PERCENT-25 < MINIMUM-PERSISTENCY
               MOVE "Y" TO AGENT-FLAG-SWITCH
           END-IF

           MOVE CURRENT-AGENT-ID   TO PDL-AGENT-ID
           MOVE CURRENT-AGENT-NAME TO PDL-AGENT-NAME
           IF AGENT-BELOW-THRESHOLD
               MOVE "LOW" TO PDL-FLAG
           ELSE
               MOVE SPACES TO PDL-FLAG
           END-IF
           PERFORM WRITE-FIGURES-LINE

           IF AGENT-BELOW-THRESHOLD
               MOVE CURRENT-AGENT-ID   TO FAL-AGENT-ID
               MOVE CURRENT-AGENT-NAME TO FAL-AGENT-NAME
               MOVE CURRENT-MANAGER-ID TO FAL-MANAGER-ID
               MOVE PDL-PERCENT-13     TO FAL-PERCENT-13
               MOVE PDL-PERCENT-25     TO FAL-PERCENT-25
               WRITE FLAGGED-AGENT-LINE
               ADD 1 TO AGENTS-FLAGGED
           END-IF

           PERFORM RECORD-AGENT-PERSISTENCY

           ADD AGT-NEW-POLICIES TO TEAM-NEW-POLICIES
           ADD AGT-NEW-PREMIUM  TO TEAM-NEW-PREMIUM
           ADD AGT-EXPOSED-13   TO TEAM-EXPOSED-13
           ADD AGT-LOST-13      TO TEAM-LOST-13
           ADD AGT-EXPOSED-25   TO TEAM-EXPOSED-25
           ADD AGT-LOST-25      TO TEAM-LOST-25

           ADD 1 TO AGENTS-REPORTED.

       RECORD-AGENT-PERSISTENCY.

      * The flag is kept on the agent master so commission and
      * override decisions can be taken off it between runs; a
      * duration with nothing exposed stores no percentage.

           MOVE CURRENT-AGENT-ID TO DB-AGENT-ID
           MOVE LINE-EXPOSED-13  TO DB-EXPOSED-13
           MOVE LINE-EXPOSED-25  TO DB-EXPOSED-25
           MOVE LINE-PERCENT-13  TO DB-PERCENT-13
           MOVE LINE-PERCENT-25  TO DB-PERCENT-25
           MOVE AGENT-FLAG-SWITCH TO DB-PERSIST-FLAG

           EXEC SQL
               UPDATE AGENT
               SET PERSIST_13_PCT =
                       CASE WHEN :DB-EXPOSED-13 = 0 THEN NULL
                            ELSE :DB-PERCENT-13 END,
                   PERSIST_25_PCT =
                       CASE WHEN :DB-EXPOSED-25 = 0 THEN NULL
                            ELSE :DB-PERCENT-25 END,
                   PERSIST_FLAG = :DB-PERSIST-FLAG,
                   PERSIST_DATE = :DB-RUN-DATE
               WHERE AGENT_ID = :DB-AGENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING PERSISTENCY FOR AGENT "
                       CURRENT-AGENT-ID ", SQLCODE: " SQLCODE
               MOVE ZERO TO SQLCODE
           END-IF.

       FINISH-TEAM.

           MOVE TEAM-FIGURES TO LINE-FIGURES
           MOVE ZERO TO PDL-AGENT-ID
           MOVE "TEAM TOTAL" TO PDL-AGENT-NAME
           MOVE SPACES TO PDL-FLAG
           PERFORM WRITE-FIGURES-LINE

           ADD TEAM-NEW-POLICIES TO GRAND-NEW-POLICIES
           ADD TEAM-NEW-PREMIUM  TO GRAND-NEW-PREMIUM
           ADD TEAM-EXPOSED-13   TO GRAND-EXPOSED-13
           ADD TEAM-LOST-13      TO GRAND-LOST-13
           ADD TEAM-EXPOSED-25   TO GRAND-EXPOSED-25
           ADD TEAM-LOST-25      TO GRAND-LOST-25.

       COMPUTE-LINE-PERCENTS.

           MOVE ZERO TO LINE-PERCENT-13
           MOVE ZERO TO LINE-PERCENT-25

           IF LINE-EXPOSED-13 > ZERO
               COMPUTE LINE-PERCENT-13 ROUNDED =
                       (LINE-EXPOSED-13 - LINE-LOST-13) * 100
                       / LINE-EXPOSED-13
           END-IF

           IF LINE-EXPOSED-25 > ZERO
               COMPUTE LINE-PERCENT-25 ROUNDED =
                       (LINE-EXPOSED-25 - LINE-LOST-25) * 100
                       / LINE-EXPOSED-25
           END-IF.

       WRITE-FIGURES-LINE.

      * The caller has already moved the id, name and flag; the
      * figures come from LINE-FIGURES.

           PERFORM COMPUTE-LINE-PERCENTS

           MOVE LINE-NEW-POLICIES TO PDL-NEW-POLICIES
           MOVE LINE-NEW-PREMIUM  TO PDL-NEW-PREMIUM
           MOVE LINE-EXPOSED-13   TO PDL-EXPOSED-13
           MOVE LINE-EXPOSED-25   TO PDL-EXPOSED-25

           IF LINE-EXPOSED-13 > ZERO
               MOVE LINE-PERCENT-13 TO PERCENT-EDIT
               MOVE PERCENT-EDIT    TO PDL-PERCENT-13
           ELSE
               MOVE "   N/A" TO PDL-PERCENT-13
           END-IF

           IF LINE-EXPOSED-25 > ZERO
               MOVE LINE-PERCENT-25 TO PERCENT-EDIT
               MOVE PERCENT-EDIT    TO PDL-PERCENT-25
           ELSE
               MOVE "   N/A" TO PDL-PERCENT-25
           END-IF

           WRITE PERSISTENCY-DETAIL-LINE.

       LOOKUP-HOUSE-RATE.

      * The rate in force at the run date converts the premium into
      * the reporting currency; a currency with no rate on file is
      * taken at par and flagged, same as billing.

           MOVE 1.000000 TO EXCHANGE-RATE-USED

           IF DB-CURRENCY-CODE NOT = HOUSE-CURRENCY-CODE
              AND DB-CURRENCY-CODE NOT = SPACES
               EXEC SQL
                   SELECT RATE_TO_HOUSE INTO :DB-EXCHANGE-RATE
                   FROM EXCHANGE_RATE
                   WHERE CURRENCY_CODE = :DB-CURRENCY-CODE
                     AND EFFECTIVE_DATE <= :DB-RATE-DATE
                   ORDER BY EFFECTIVE_DATE DESC
                   LIMIT 1
               END-EXEC

               IF SQLCODE = 0
                   MOVE DB-EXCHANGE-RATE TO EXCHANGE-RATE-USED
               ELSE
                   DISPLAY "WARNING: NO EXCHANGE RATE FOR "
                           DB-CURRENCY-CODE ", TAKEN AT PAR"
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

       LOAD-RUN-PARAMETERS.

      * The value in force at today's date applies for the whole
      * run - a key with no row on file keeps its compiled default.

           ACCEPT PARAM-RUN-DATE FROM DATE YYYYMMDD
           MOVE PARAM-RUN-DATE TO DB-PARAM-DATE

           EXEC SQL CONNECT TO 'db/database.db' END-EXEC.

           MOVE "PERSIST-MIN-PCT" TO DB-PARAM-KEY
           PERFORM FETCH-ONE-PARAMETER
           IF PARAM-FOUND
               MOVE DB-PARAM-VALUE TO MINIMUM-PERSISTENCY
           END-IF

           EXEC SQL DISCONNECT CURRENT END-EXEC.

       FETCH-ONE-PARAMETER.

           MOVE "N" TO PARAM-FOUND-SWITCH

           EXEC SQL
               SELECT PARAM_VALUE INTO :DB-PARAM-VALUE
               FROM SYSTEM_PARAMETER
               WHERE PARAM_KEY = :DB-PARAM-KEY
                 AND EFFECTIVE_DATE <= :DB-PARAM-DATE
               ORDER BY EFFECTIVE_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE = 0
               SET PARAM-FOUND TO TRUE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.
