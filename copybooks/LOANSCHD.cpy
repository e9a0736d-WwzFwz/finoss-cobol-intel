      *        payoff settlement, its unearned interest rebated,
      *        so billing and past-due chasing skip it.
               88 LS-SETTLED        VALUE "X".
      *        Written off against provision by LOANWOFF: nothing is
      *        billed, chased or provisioned on it again.
               88 LS-WRITTEN-OFF    VALUE "W".
