      *  to today and charges each one against the customer account
      *  through post_transfer() back to the LOAN_FUNDING_ACCOUNT; an
      *  installment the bank refuses (insufficient funds) stays OPEN
      *  and ages. A payroll loan (consignado) installment already
      *  sent in the employer's deduction file (CONSIG-OUT) is left
      *  alone while the employer's return is pending; once the
      *  employer reports it not deducted (CONSIG-RET) it is charged
      *  here like any other. After the charging pass the run writes
      *  the delinquency aging report by bucket (1-30, 31-60, 61-90,
      *  90+ days past due).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-DUE-EOF             PIC X(1)  VALUE "N".
         01  WS-AGE-EOF             PIC X(1)  VALUE "N".
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         CHARGE-DUE-INSTALLMENTS.
                  WHERE i.status = 'OPEN'
                    AND i.due_date <= CURRENT_DATE
                    AND c.status = 'ACTIVE'
                    AND NOT EXISTS
                        (SELECT 1 FROM consig_deductions d
                         WHERE d.installment_id = i.id
                           AND d.status = 'SENT')
                  ORDER BY i.due_date, i.id
               END-EXEC

               WRITE AGING-LINE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
