           03 filler pic x(28) value "BudgetVariance          .rpt".
           03 filler pic x(28) value "StoreProductivity       .rpt".
           03 filler pic x(28) value "BankReconciliation      .rpt".
           03 filler pic x(28) value "ChequeRegister          .rpt".
           03 filler pic x(28) value "ChequeStubs             .rpt".
           03 filler pic x(28) value "PayAdvice               .rpt".
           03 filler pic x(28) value "BurdenRegister          .rpt".
           03 filler pic x(28) value "ChargeBackMatrix        .rpt".
           03 filler pic x(28) value "PaydayCertificate       .rpt".
           03 filler pic x(28) value "LeaveReturns            .rpt".
           03 filler pic x(28) value "EarnedNotPaid           .rpt".
       01 weekly-report-redef redefines weekly-report-table.
           03 weekly-report-entry occurs 26 times.
               05 weekly-report-stem    pic x(24).
               05 weekly-report-ext     pic x(4).
       01 ws-joblog-count       pic 9(6) value 0.
           perform init-para.
           perform file-one-report
               varying ws-report-idx from 1 by 1
               until ws-report-idx > 26.
           perform purge-expired-entries.
           perform end-para.

