      *       ORIGEN DE LA LLAMADA: LOS CAMBIOS Y BAJAS QUE NO VIENEN
      *       DEL PASO SUPERVISOR (PE3C0030) NO SE APLICAN DE UNA VEZ,
      *       SE DEJAN EN EL ARCHIVO PENDIENTE CON COD-RET '50' PARA
      *       QUE UNA SEGUNDA CORRIDA APROBADA LOS APLIQUE. LA
      *       CAPTURA DE OFICINA POR OPERADOR (CP20, PE3C0046) VIENE
      *       CON 'C': SOLO ELLA QUEDA SUJETA AL CIERRE DEL DIA DE
      *       OFICINA ('65') Y SUMA AL TOTAL DEL OPERADOR (PRDTWODO);
      *       LOS PASOS BATCH, EL SUPERVISOR, LA SUSPENSION Y LAS
      *       CONDONACIONES NO
              10 AM0-ORIGEN        PIC X(1).
                88 AM0-ORIGEN-DIRECTO       VALUE ' '.
                88 AM0-ORIGEN-SUPERVISOR    VALUE 'S'.
                88 AM0-ORIGEN-CAPTURA       VALUE 'C'.
      *       QUIEN PIDE Y QUIEN APRUEBA: EL USUARIO CICS O EL
      *       TRX-ORIGEN DEL ARCHIVO DE TRANSACCIONES, Y EL
      *       SUPERVISOR DE LA CORRIDA DE APROBACION (PE3C0030).
