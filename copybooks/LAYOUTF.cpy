      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD TYPE D FOR A DATE FIELD, SO LAYOSCAN CAN
      *               PROVE IT HOLDS A REAL DATE.  SET BY HAND (LAYOGEN
      *               KEEPS IT ACROSS A REFRESH); LAYODUMP SHOWS IT AS
      *               CHARACTER.
      * END OF HISTORY ------------------------------------------------
       01  LAYOUTF-RECORD.
           05  LAYOUTF-KEY.
      * 1-BASED OFFSET OF THE FIELD WITHIN THE RECORD
           05  LAYOUTF-OFFSET          PIC  9(05).
           05  LAYOUTF-LENGTH          PIC  9(04).
      * C=CHARACTER, Z=ZONED NUMERIC, P=PACKED, B=BINARY,
      * D=DATE (CCYYMMDD, OR CCYY-MM-DD WHEN 10 LONG)
           05  LAYOUTF-TYPE            PIC  X(01).
      * 'Y' MASKS THE FIELD ON THE ANNOTATED DUMP -- A DUMP OF A
      * RECORD WITH SENSITIVE DATA CAN BE HANDED TO A VENDOR WITHOUT
