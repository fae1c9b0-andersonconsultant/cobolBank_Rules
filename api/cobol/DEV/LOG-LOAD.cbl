      *  while the load runs land in a fresh spool and nothing is
      *  lost; the claimed file is only removed after the COMMIT.
      *  The event timestamp captured at spool time goes into
      *  created_at, so hour-based analysis stays truthful; the
      *  business date (data do movimento) the event was stamped with
      *  goes into business_date, which is what GL-POST books by -
      *  older spool lines without it fall back to the event date.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
             05 SP-BRANCH           PIC X(6).
             05 SP-EVENT-DATE       PIC 9(8).
             05 SP-EVENT-TIME       PIC 9(8).
             05 SP-BUSINESS-DATE    PIC 9(8).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  WS-LD-VALUE             PIC S9(10)V99 VALUE 0.
         01  WS-LD-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-LD-STAMP             PIC X(14) VALUE SPACES.
         01  WS-LD-BUS-DATE          PIC X(8)  VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

            STRING SP-EVENT-DATE SP-EVENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-LD-STAMP
            END-STRING
            IF SP-BUSINESS-DATE IS NUMERIC AND SP-BUSINESS-DATE > 0
               MOVE SP-BUSINESS-DATE TO WS-LD-BUS-DATE
            ELSE
               MOVE SP-EVENT-DATE TO WS-LD-BUS-DATE
            END-IF

            EXEC SQL
               INSERT INTO log_cobol (
                  session_id, component, action, status,
                  response_time, message, endpoint, method,
                  value_processed, branch, created_at,
                  business_date
               ) VALUES (
                  :WS-LD-SESSION, :WS-LD-COMPONENT, :WS-LD-ACTION,
                  :WS-LD-STATUS, :WS-LD-RESPONSE, :WS-LD-MESSAGE,
                  :WS-LD-ENDPOINT, :WS-LD-METHOD, :WS-LD-VALUE,
                  :WS-LD-BRANCH,
                  to_timestamp(:WS-LD-STAMP, 'YYYYMMDDHH24MISS'),
                  to_date(:WS-LD-BUS-DATE, 'YYYYMMDD')
               )
            END-EXEC

