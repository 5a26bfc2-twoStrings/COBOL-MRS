      *****************************************************************
      * FD GL CHART OF ACCOUNTS DATASTORE
      * One record per general ledger account the posting runs may
      * post to. No posting run carries an account number of its
      * own any more: each asks MRS-5020 for the account that serves
      * its posting source (MRS-GLA-SOURCE - the kind of money, such
      * as TICKET or SALESTAX), so a renumbered account is changed
      * here once (MRS-1650) and every run picks it up.
      *
      * MRS-GLA-TYPE: "A" = asset, "L" = liability, "Q" = equity,
      * "R" = revenue, "E" = expense.
      *
      * MRS-GLA-SITE: the theater the account belongs to, "**" for
      * every site. The posting runs post for every site at once,
      * so they only take "**" accounts.
      *
      * MRS-GLA-ACTIVE: "Y" = may be posted to, "N" = retired. A
      * retired account stays on file so old feed lines still name
      * a known account; a run whose source finds only a retired
      * account is refused.
      *
      * Only one active account may serve a posting source on a
      * site. MRS-5020 lays the file down with the accounts the runs
      * have always posted to the first time any run asks.
      *
      * The record length is 60 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-GLA-ACC-NUM
      *****************************************************************
       FD MRS-GL-ACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 MRS-GLA-REC.
           05 MRS-GLA-ACC-NUM                  PIC 999.
           05 MRS-GLA-DESC                     PIC X(30).
           05 MRS-GLA-TYPE                     PIC X.
           05 MRS-GLA-SITE                     PIC X(2).
           05 MRS-GLA-ACTIVE                   PIC X.
           05 MRS-GLA-SOURCE                   PIC X(8).
           05 FILLER                           PIC X(15).
