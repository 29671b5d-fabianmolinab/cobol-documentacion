      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  LA BAJA DE UNA REGLA DE FRECUENCIA SOLO   *
      *                      LA FRENAN LAS FECHAS ACTIVAS QUE FALTA    *
      *                      COBRAR: LAS YA CUBIERTAS ('T') NO         *
      *                      DEPENDEN DE LA REGLA (CASTIGO, PE3C0108)  *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      ******************************************************************
      *                102000-MANTENER-FRECUENCIA                      *
      *   LA BAJA SE RECHAZA SI LA REGLA TODAVIA TIENE FECHAS          *
      *   ACTIVAS POR COBRAR EN PRDTW03: EL CALENDARIO GENERADO        *
      *   QUEDARIA HUERFANO DE SU REGLA (COD-RET '55'). UNA FECHA YA   *
      *   CUBIERTA ('T') NO ESPERA NADA DE LA REGLA Y NO LA FRENA      *
      ******************************************************************
       102000-MANTENER-FRECUENCIA.
           MOVE AM5-CLIENTE      TO FRE-CLIENTE
                  WHERE  W03_CLIENTE  = :FRE-CLIENTE
                  AND    W03_PRODUCTO = :FRE-PRODUCTO
                  AND    W03_ESTADO   = 'A'
                  AND    W03_COBERTURA <> 'T'
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 MOVE '30'                   TO AM5-COD-RET
