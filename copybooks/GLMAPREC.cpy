001072* THE EXTRACT CAN EMIT THESE LEDGER TRANSACTION TYPES, AND EACH
001073* ONE SEEN IN A DAY'S LEDGER NEEDS ITS OWN RECORD HERE:
001074*     DEPOSIT  WITHDRAW  OPEN  TRANSFER  INTEREST  INTCHARGE
001075*     FEE  REVERSAL  EXTPAY  EXTRETURN
001076* NOTE THAT INTEREST CREDITS ("INTEREST") AND INTEREST CHARGES
001077* ("INTCHARGE") ARE DISTINCT TYPES, EACH KEYED IN ITS OWN
001078* DEBIT/CREDIT DIRECTION.
001079* "REVERSAL" IS KEYED IN THE DIRECTION THAT BACKS OUT A CUSTOMER
001080* CREDIT (DEPOSIT OR INTEREST) - DEBIT DEPOSITS, CREDIT THE
001081* RETURNED-ITEMS ACCOUNT.  REVERSALS OF CUSTOMER DEBITS JOURNAL
001082* AGAINST THE SAME RECORD WITH THE TWO ACCOUNTS SWAPPED.
001083* "EXTPAY" IS A PAYMENT SENT TO ANOTHER BANK - DEBIT DEPOSITS,
001084* CREDIT THE CLEARING SUSPENSE ACCOUNT.  "EXTRETURN" IS ONE THE
001085* CLEARING HOUSE SENT BACK - DEBIT CLEARING SUSPENSE, CREDIT
001086* DEPOSITS.  SETTLED PAYMENTS ARE CLEARED OUT OF SUSPENSE BY
001087* FINANCE FROM THE EXTRTN RECONCILIATION REPORT.
001088*
001089* "OD-RECLASS" IS NOT A LEDGER TYPE.  IT NAMES THE TWO CUSTOMER
001090* CONTROL ACCOUNTS: DEBIT THE OVERDRAFTS CONTROL, CREDIT THE
001091* CUSTOMER DEPOSITS CONTROL.  EVERY OTHER TYPE JOURNALS ITS
001092* CUSTOMER SIDE TO THE DEPOSITS CONTROL; THE EXTRACT THEN MOVES
001093* THE PART OF THE DAY'S POSTINGS THAT TOOK ACCOUNTS BELOW ZERO
001094* ACROSS TO THE OVERDRAFTS CONTROL AS OD-RECLASS, AND THE PART
001095* THAT BROUGHT THEM BACK AS "OD-REPAID" WITH THE TWO ACCOUNTS
001096* SWAPPED.  GLRECON READS THIS RECORD TO FIND THE CONTROLS.
001097*
001098* MODIFICATION HISTORY
001100*   2026-08-22  RLH  INITIAL VERSION.
001105*   2026-09-17  RLH  ADD THE REVERSAL TYPE TO THE EMITTED LIST.
001106*   2026-09-24  RLH  ADD THE EXTPAY AND EXTRETURN TYPES TO THE
001107*                    EMITTED LIST.
001108*   2026-10-05  RLH  ADD THE OD-RECLASS CONTROL ACCOUNT RECORD.
001110******************************************************************
001120 01  GL-MAP-RECORD.
001130     05  GLM-TRX-TYPE            PIC X(10).
