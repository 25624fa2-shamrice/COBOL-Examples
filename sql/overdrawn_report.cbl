      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-09-02
      *> Updated: 2026-10-15 EE: installment loan accounts carry a
      *>          debit balance by design and are left off; their
      *>          arrears show on the loan-delinquency report.
      *> Purpose: Daily overdrawn-accounts report, ordered by
      *>          exposure. Lists every account whose ACCOUNT_BALANCES
      *>          row is negative -- most negative first -- with its
               FROM ACCOUNTS A, ACCOUNT_BALANCES B
               WHERE B.ACCOUNT_ID = A.ID
                   AND B.BALANCE < 0
                   AND COALESCE(A.ACCT_TYPE, ' ') <> 'LOAN'
               ORDER BY B.BALANCE;
           END-EXEC
           perform check-sql-state
