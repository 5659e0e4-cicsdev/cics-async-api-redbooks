      ******************************************************************
      * RATESTG
      *
      * Record layout for the RATESTG VSAM KSDS - the staging file a
      * proposed rate change is loaded into before it goes anywhere
      * near INTRATES or LOANTIER, so the RSIM what-if run (RATESIM)
      * can show finance its income effect first. Keyed on a record
      * type plus a tier number:
      *
      *   type I, tier spaces - the proposed INTRATES credit and
      *                         debit rates (annual percentages)
      *   type T, tier 00-99  - one proposed LOANTIER tier, with the
      *                         same meaning as on LOANTIER: tier 00
      *                         the overdraft rate, tiers 01-99 the
      *                         balance tiers and their thresholds
      *
      * A proposal need not touch both files - with no type I record
      * the current INTRATES set is simulated unchanged, and with no
      * type T records the current LOANTIER set is. RG-EFFECTIVE-
      * DATE is the date the proposal is meant to take effect, shown
      * on the report heading only.
      *
      * Loaded and cleared from outside this application, the same
      * way INTRATES is; nothing here is ever applied to the live
      * rate files.
      *
      * Used by RATESIM.
      ******************************************************************
       01  RATESTG-RECORD.
           05  RG-KEY.
               10  RG-RECORD-TYPE     PIC X(1).
                   88  RG-TYPE-INTEREST       VALUE 'I'.
                   88  RG-TYPE-TIER           VALUE 'T'.
               10  RG-TIER-NO         PIC X(2).
           05  RG-EFFECTIVE-DATE      PIC X(8).
      * Type I - the proposed INTRATES rates
           05  RG-CREDIT-RATE         PIC S9(3)V9999 COMP-3.
           05  RG-DEBIT-RATE          PIC S9(3)V9999 COMP-3.
      * Type T - the proposed LOANTIER tier, in LOANTIER's own form
           05  RG-THRESHOLD           PIC S9(9)V99 COMP-3.
           05  RG-RATE                PIC X(8).
