      *   02/SEP/2026  FAMB  CON EL SISTEMA EN QUIESCE (PRDTWSYS 'Q')  *
      *                      SE MUESTRA EL MENSAJE DEL OPERADOR EN     *
      *                      VEZ DE EJECUTAR                           *
      *   15/OCT/2026  FAMB  LA OPERACION VIAJA CON ORIGEN CAPTURA DE  *
      *                      OFICINA (AM0-ORIGEN-CAPTURA): SOLO ELLA   *
      *                      QUEDA SUJETA AL CIERRE DEL DIA DE OFICINA *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           END-IF

           INITIALIZE CAI-PE9CCAM0
           SET AM0-ORIGEN-CAPTURA TO TRUE
           MOVE WS-USUARIO      TO AM0-USUARIO
           MOVE CA-OPERACION    TO AM0-OPERACION
           MOVE CA-CLIENTE      TO AM0-CLIENTE
