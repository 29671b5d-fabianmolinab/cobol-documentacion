      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  EL LAYOUT DE MANTLOGC PASA AL COPY        *
      *                      PE3CMLGC (LO LEE TAMBIEN PE3C0144)        *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       FD  MANTLOGC
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMLGC.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
