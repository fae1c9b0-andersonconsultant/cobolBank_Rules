           05 SP-BRANCH           PIC X(6).
           05 SP-EVENT-DATE       PIC 9(8).
           05 SP-EVENT-TIME       PIC 9(8).
           05 SP-BUSINESS-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SPOOL-PATH          PIC X(100) VALUE SPACES.
       01 WS-BRANCH              PIC X(6)  VALUE SPACES.
       01 WS-TRAINING-MODE       PIC X(1)  VALUE "N".
       01 WS-TRN-PATH-WORK       PIC X(100) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01 LK-LOG-DATA.
              MOVE LK-METHOD        TO SP-METHOD
              MOVE LK-VALUE         TO SP-VALUE

      *    Agencia do processo (BRANCH_ID, a mesma que o
      *    REGISTERSESSION usa quando o operador nao traz agencia) e o
      *    carimbo do evento, preservado ate a carga em lote.
              ACCEPT WS-BRANCH FROM ENVIRONMENT "BRANCH_ID"
              IF WS-BRANCH = SPACES
              ACCEPT SP-EVENT-DATE FROM DATE YYYYMMDD
              ACCEPT SP-EVENT-TIME FROM TIME

      *    Data do movimento que o DATESRV publicou no ambiente deste
      *    processo; processo que nunca a leu fica com a data do fato.
              MOVE SPACES TO WS-BUSINESS-DATE
              ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT "BUSINESS_DATE"
              IF WS-BUSINESS-DATE IS NUMERIC
                 MOVE WS-BUSINESS-DATE TO SP-BUSINESS-DATE
              ELSE
                 MOVE SP-EVENT-DATE TO SP-BUSINESS-DATE
              END-IF

              WRITE SPOOL-RECORD
              CLOSE LOG-SPOOL
           END-IF.
