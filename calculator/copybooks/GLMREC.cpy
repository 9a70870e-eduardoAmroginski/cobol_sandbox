      ******************************************************************
      * Copybook: GLMREC
      * Purpose:  Layout of one account-mapping record on GLMAP,
      *           maintained by the desk: the ledger accounts the day's
      *           net of one operation mode is posted to. GLJRNL debits
      *           GLM-CONTA-DEBITO and credits GLM-CONTA-CREDITO with a
      *           positive net; a negative net (reversals, a day of
      *           negative subtractions) posts the other way round. A
      *           mode with no record here, or with either account
      *           blank, holds the whole journal.
      ******************************************************************
       01  GLM-REC.
           05  GLM-MODO            PIC X(01).
           05  GLM-DESCRICAO       PIC X(20).
           05  GLM-CONTA-DEBITO    PIC X(12).
           05  GLM-CONTA-CREDITO   PIC X(12).
