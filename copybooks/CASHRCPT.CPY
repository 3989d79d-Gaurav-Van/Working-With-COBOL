      * the invoice number the customer's remittance advice says the
      * money is for, the date the money arrived and the amount. A
      * customer paying several invoices on one cheque is keyed as
      * one record per invoice under the same receipt number. A
      * remittance that names no invoice is keyed with invoice
      * number zero; OilCashPost applies it oldest-first.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
