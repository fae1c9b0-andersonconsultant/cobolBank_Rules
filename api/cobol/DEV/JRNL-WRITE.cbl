            END-IF.

         INSERT-JOURNAL-ROW.
      *    O operador do cadastro sai da linha da sessao em
      *    sessions_pool (REGISTERSESSION); lote e consoles sem
      *    registro de sessao gravam o operador em branco.
            EXEC SQL
               INSERT INTO audit_journal
                  (seq, action, debit_account, debit_pre, debit_post,
                   credit_account, credit_pre, credit_post,
                   amount, ref, session_id, operator_user,
                   created_at)
               VALUES (nextval('audit_journal_seq'),
                       :WS-JR-ACTION,
                       :WS-JR-DEBIT-ACCT, :WS-JR-DEBIT-PRE,
                       :WS-JR-CREDIT-ACCT, :WS-JR-CREDIT-PRE,
                       :WS-JR-CREDIT-POST,
                       :WS-JR-AMOUNT, :WS-JR-REF, :WS-JR-SESSION,
                       COALESCE((SELECT operator_user
                                 FROM sessions_pool
                                 WHERE id::text =
                                    LTRIM(TRIM(:WS-JR-SESSION), '0')),
                                ''),
                       now())
            END-EXEC.

