      * Shared layout for the dues ledger (dues_ledger.dat) keyed by
      * person ID - one account per member, carrying every invoice
      * line still worth keeping: the annual dues raised by
      * 66_DUES_INVOICE and whatever else is charged against the
      * account later. PREFIX-BALANCE is the sum still owed over
      * the open lines, kept in step with them by whoever adds a
      * line or posts money to one, so a reader never has to walk
      * the table to know what a member owes.
      * PREFIX-REF is the invoice reference printed on the invoice
      * and quoted back in the transfer title - the kind's two
      * letters, four digits (the dues year; for a late fee the
      * month and day it was charged) and the person ID, e.g.
      * DU2026000123 - so a payment can be matched to its line
      * without a lookup.
      * PREFIX-DUNNING-STAGE is the last arrears letter sent (0
      * none, 1 reminder, 2 formal demand, 3 final notice - see
      * 68_DUES_ARREARS) and PREFIX-INTEREST-TO the date late-fee
      * interest has been charged up to; both go back to zero once
      * the account is clear.
      * A line is open until PREFIX-PAID reaches PREFIX-AMOUNT; a
      * settled line is only history, and is the first thing
      * dropped when the table fills (see DUES-LEDGER.cpy - the
      * audit trail keeps the full story). COPY this with
      * REPLACING the same way PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'DUES-LEDGER-RECORD.cpy'
      *         REPLACING PREFIX-ID BY DL_PERSON-ID
      *                   PREFIX-OPENED-ON BY DL_OPENED-ON
      *                   PREFIX-BALANCE BY DL_BALANCE
      *                   PREFIX-DUNNING-STAGE BY DL_DUNNING-STAGE
      *                   PREFIX-DUNNED-ON BY DL_DUNNED-ON
      *                   PREFIX-INTEREST-TO BY DL_INTEREST-TO
      *                   PREFIX-LINE-COUNT BY DL_LINE-COUNT
      *                   PREFIX-LINE BY DL_LINE
      *                   PREFIX-REF BY DL_REF
      *                   PREFIX-KIND BY DL_KIND
      *                   PREFIX-DUES BY DL_DUES
      *                   PREFIX-LATE-FEE BY DL_LATE-FEE
      *                   PREFIX-YEAR BY DL_YEAR
      *                   PREFIX-ISSUED-ON BY DL_ISSUED-ON
      *                   PREFIX-DUE-ON BY DL_DUE-ON
      *                   PREFIX-AMOUNT BY DL_AMOUNT
      *                   PREFIX-PAID BY DL_PAID
      *                   PREFIX-STATE BY DL_STATE
      *                   PREFIX-LINE-OPEN BY DL_LINE-OPEN
      *                   PREFIX-LINE-SETTLED BY DL_LINE-SETTLED
      *                   PREFIX BY DL_ACCOUNT.
      * DUES-LEDGER.cpy's sections expect exactly those DL_ names.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-OPENED-ON PIC 9(8).
          02 PREFIX-BALANCE PIC S9(7)V99.
          02 PREFIX-DUNNING-STAGE PIC 9(1).
          02 PREFIX-DUNNED-ON PIC 9(8).
          02 PREFIX-INTEREST-TO PIC 9(8).
          02 PREFIX-LINE-COUNT PIC 9(2).
          02 PREFIX-LINE OCCURS 24 TIMES.
             03 PREFIX-REF PIC X(12).
             03 PREFIX-KIND PIC X(1).
                88 PREFIX-DUES VALUE 'D'.
                88 PREFIX-LATE-FEE VALUE 'F'.
             03 PREFIX-YEAR PIC 9(4).
             03 PREFIX-ISSUED-ON PIC 9(8).
             03 PREFIX-DUE-ON PIC 9(8).
             03 PREFIX-AMOUNT PIC 9(7)V99.
             03 PREFIX-PAID PIC 9(7)V99.
             03 PREFIX-STATE PIC X(1).
                88 PREFIX-LINE-OPEN VALUE 'O'.
                88 PREFIX-LINE-SETTLED VALUE 'P'.
