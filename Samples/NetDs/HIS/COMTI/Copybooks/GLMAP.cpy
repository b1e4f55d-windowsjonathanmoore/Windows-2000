      *     VOID  a voided invoice (debit reversal, credit A/R)    *
      *     ADJU  a restated amount (debit A/R, credit adjustment, *
      *           or the reverse when the receivable shrank)       *
      *     DISC  an earned prompt-payment discount (debit         *
      *           discount expense, credit A/R)                    *
      *     ARSV  a bad-debt reserve adjustment from the           *
      *           GLFEED.cpy side feed (debit bad-debt expense,    *
      *           credit the allowance, reversed on a release)     *
      *     DEFR  an advance billing moved to deferred revenue     *
      *           (debit revenue, credit deferred revenue)         *
      *     RREC  a month's deferred revenue recognized (debit     *
      *           deferred revenue, credit earned revenue)         *
      *     DRVS  unrecognized revenue reversed by a credit memo   *
      *           or void (debit deferred revenue, credit revenue) *
      *     RBAC  a volume rebate accrual from RBTCALC1 (debit     *
      *           rebate expense, credit accrued rebates)          *
      *     RBRV  a settled quarter's rebate accrual reversed      *
      *           (debit accrued rebates, credit rebate expense)   *
      *     AGCM  commission a collection agency kept from what it *
      *           collected, from AGYREM01 (debit commission       *
      *           expense, credit cash); the product code is the   *
      *           agency id                                        *
      ***********************************************************
       01  GL-ACCOUNT-MAPPING-RECORD.
           05  GM-KEY.
