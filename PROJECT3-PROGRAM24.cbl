      ******************************************************************
      * This program is the month-end general-ledger interface. The
      * student account ledger is cut off at the period-end date on the
      * GL control card, and the records inside the period are
      * summarized into one balanced journal entry per event type
      * (ASSESSMENT, PAYMENT, ADJUSTMENT, REFUND, LATE FEE, REVERSAL,
      * RETURN FEE, AWARD): a J record carrying the event-type
      * account's debit and credit totals, immediately followed by its
      * O record posting the same amounts to the receivables control
      * account on the opposite sides, so each entry's debits equal its
      * credits and finance keys nothing by hand. A trailing control
      * record carries the journal record count, the ledger record
      * count summarized, a hash total of the student numbers, and the
      * balanced file debit and credit totals so the load can be
      * audited. The control report prints the same summary and proves
      * the net movement ties back to TUITION-OWED less CREDIT-BALANCE
      * totalled across INDEXED-STUFILE; a cutoff short of the whole
      * ledger prints as DOES NOT TIE and the difference is the
      * activity past the cutoff.
