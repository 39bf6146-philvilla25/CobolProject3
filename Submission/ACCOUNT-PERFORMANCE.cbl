           *> External money only - deposits and withdrawals change
           *> what the account is worth without the market doing
           *> anything, so they must come out of the return. Trades,
           *> dividends, interest, and currency conversions (CONV) all
           *> happen inside the account and stay in. Each flow is translated to home currency at
           *> the loaded rate before netting - the snapshot values it
           *> nets against are home-currency figures.

