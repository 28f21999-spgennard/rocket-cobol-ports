           05  pa-return-code          pic s9(9).
           05  pa-reason               pic x(60).
           05  pa-run-id               pic x(15).
           05  pa-cost-center          pic x(8).
