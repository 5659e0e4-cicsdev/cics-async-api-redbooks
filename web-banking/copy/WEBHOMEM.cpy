      *
      * Symbolic map for the WEBHOMS map of mapset WEBHOMEM, as
      * generated from web-banking/bms/WEBHOMEM.bms.  Shows the
      * customer's name, current and partner accounts, term
      * deposits, and the personalised loan rate on the teller's
      * screen.
      ******************************************************************
       01  WEBHOMSI.
           02  FILLER            PIC X(12).
           02  FILLER REDEFINES CUSTNAMF.
               03  CUSTNAMA      PIC X.
           02  CUSTNAMI          PIC X(30).
           02  KYCFLGL           PIC S9(4) COMP.
           02  KYCFLGF           PIC X.
           02  FILLER REDEFINES KYCFLGF.
               03  KYCFLGA       PIC X.
           02  KYCFLGI           PIC X(18).
           02  CURACC1L          PIC S9(4) COMP.
           02  CURACC1F          PIC X.
           02  FILLER REDEFINES CURACC1F.
           02  FILLER REDEFINES PTNOVD2F.
               03  PTNOVD2A      PIC X.
           02  PTNOVD2I          PIC X(8).
           02  TDACC1L           PIC S9(4) COMP.
           02  TDACC1F           PIC X.
           02  FILLER REDEFINES TDACC1F.
               03  TDACC1A       PIC X.
           02  TDACC1I           PIC X(8).
           02  TDAMT1L           PIC S9(4) COMP.
           02  TDAMT1F           PIC X.
           02  FILLER REDEFINES TDAMT1F.
               03  TDAMT1A       PIC X.
           02  TDAMT1I           PIC X(11).
           02  TDMAT1L           PIC S9(4) COMP.
           02  TDMAT1F           PIC X.
           02  FILLER REDEFINES TDMAT1F.
               03  TDMAT1A       PIC X.
           02  TDMAT1I           PIC X(8).
           02  TDINS1L           PIC S9(4) COMP.
           02  TDINS1F           PIC X.
           02  FILLER REDEFINES TDINS1F.
               03  TDINS1A       PIC X.
           02  TDINS1I           PIC X(4).
           02  PTNACC3L          PIC S9(4) COMP.
           02  PTNACC3F          PIC X.
           02  FILLER REDEFINES PTNACC3F.
           02  FILLER REDEFINES PTNOVD3F.
               03  PTNOVD3A      PIC X.
           02  PTNOVD3I          PIC X(8).
           02  TDACC2L           PIC S9(4) COMP.
           02  TDACC2F           PIC X.
           02  FILLER REDEFINES TDACC2F.
               03  TDACC2A       PIC X.
           02  TDACC2I           PIC X(8).
           02  TDAMT2L           PIC S9(4) COMP.
           02  TDAMT2F           PIC X.
           02  FILLER REDEFINES TDAMT2F.
               03  TDAMT2A       PIC X.
           02  TDAMT2I           PIC X(11).
           02  TDMAT2L           PIC S9(4) COMP.
           02  TDMAT2F           PIC X.
           02  FILLER REDEFINES TDMAT2F.
               03  TDMAT2A       PIC X.
           02  TDMAT2I           PIC X(8).
           02  TDINS2L           PIC S9(4) COMP.
           02  TDINS2F           PIC X.
           02  FILLER REDEFINES TDINS2F.
               03  TDINS2A       PIC X.
           02  TDINS2I           PIC X(4).
           02  PTNACC4L          PIC S9(4) COMP.
           02  PTNACC4F          PIC X.
           02  FILLER REDEFINES PTNACC4F.
           02  FILLER REDEFINES PTNOVD4F.
               03  PTNOVD4A      PIC X.
           02  PTNOVD4I          PIC X(8).
           02  TDACC3L           PIC S9(4) COMP.
           02  TDACC3F           PIC X.
           02  FILLER REDEFINES TDACC3F.
               03  TDACC3A       PIC X.
           02  TDACC3I           PIC X(8).
           02  TDAMT3L           PIC S9(4) COMP.
           02  TDAMT3F           PIC X.
           02  FILLER REDEFINES TDAMT3F.
               03  TDAMT3A       PIC X.
           02  TDAMT3I           PIC X(11).
           02  TDMAT3L           PIC S9(4) COMP.
           02  TDMAT3F           PIC X.
           02  FILLER REDEFINES TDMAT3F.
               03  TDMAT3A       PIC X.
           02  TDMAT3I           PIC X(8).
           02  TDINS3L           PIC S9(4) COMP.
           02  TDINS3F           PIC X.
           02  FILLER REDEFINES TDINS3F.
               03  TDINS3A       PIC X.
           02  TDINS3I           PIC X(4).
           02  PTNACC5L          PIC S9(4) COMP.
           02  PTNACC5F          PIC X.
           02  FILLER REDEFINES PTNACC5F.
           02  FILLER REDEFINES PTNOVD5F.
               03  PTNOVD5A      PIC X.
           02  PTNOVD5I          PIC X(8).
           02  TDMOREL           PIC S9(4) COMP.
           02  TDMOREF           PIC X.
           02  FILLER REDEFINES TDMOREF.
               03  TDMOREA       PIC X.
           02  TDMOREI           PIC X(30).
           02  PTNMOREL          PIC S9(4) COMP.
           02  PTNMOREF          PIC X.
           02  FILLER REDEFINES PTNMOREF.
           02  FILLER            PIC X(3).
           02  CUSTNAMO          PIC X(30).
           02  FILLER            PIC X(3).
           02  KYCFLGO           PIC X(18).
           02  FILLER            PIC X(3).
           02  CURACC1O          PIC X(8).
           02  FILLER            PIC X(3).
           02  CURBAL1O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNOVD2O          PIC X(8).
           02  FILLER            PIC X(3).
           02  TDACC1O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDAMT1O           PIC X(11).
           02  FILLER            PIC X(3).
           02  TDMAT1O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDINS1O           PIC X(4).
           02  FILLER            PIC X(3).
           02  PTNACC3O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNBAL3O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNOVD3O          PIC X(8).
           02  FILLER            PIC X(3).
           02  TDACC2O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDAMT2O           PIC X(11).
           02  FILLER            PIC X(3).
           02  TDMAT2O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDINS2O           PIC X(4).
           02  FILLER            PIC X(3).
           02  PTNACC4O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNBAL4O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNOVD4O          PIC X(8).
           02  FILLER            PIC X(3).
           02  TDACC3O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDAMT3O           PIC X(11).
           02  FILLER            PIC X(3).
           02  TDMAT3O           PIC X(8).
           02  FILLER            PIC X(3).
           02  TDINS3O           PIC X(4).
           02  FILLER            PIC X(3).
           02  PTNACC5O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNBAL5O          PIC X(8).
           02  FILLER            PIC X(3).
           02  PTNOVD5O          PIC X(8).
           02  FILLER            PIC X(3).
           02  TDMOREO           PIC X(30).
           02  FILLER            PIC X(3).
           02  PTNMOREO          PIC X(30).
           02  FILLER            PIC X(3).
           02  HHLDSUMO          PIC X(70).
