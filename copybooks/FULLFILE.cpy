      *****************************************************************
      * FULLFILE - full-value record for a sensitive field's
      * exception.  Where LENRULES marks a field sensitive, LENBATCH
      * writes only a masked copy of the value to LENEXCPT (and so
      * to LENXVSAM) and the value as it arrived to LENEXFUL, one of
      * these per exception, keyed exactly as the exception is.
      * LENXLOAD loads LENEXFUL into the LENXFULV KSDS beside
      * LENXVSAM and deletes an entry when its exception is purged;
      * LENXREV reads it only for a user cleared to see full values,
      * and logs every such view to LENXAUDT.  Access to LENEXFUL
      * and LENXFULV is restricted the same way.
      *****************************************************************
       01  FUL-RECORD.
           05  FUL-EXC-KEY             PIC X(53).
           05  FUL-VALUE               PIC X(200).
