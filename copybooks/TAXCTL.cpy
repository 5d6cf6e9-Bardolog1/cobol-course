      ******************************************************************
      * Copybook: TAXCTL
      * Purpose:  Year-end tax summary parameter record supplied by
      *           operations in TAXCTL.DAT, the way RUNCTL.DAT
      *           supplies the daily run parameters.  Carries the
      *           calendar year the certificates and the filing
      *           extract are produced for, so the run can be made
      *           after the new year's postings have started.
      ******************************************************************
       01  TAX-CONTROL-RECORD.
           05  TXC-TAX-YEAR           PIC 9(4).
