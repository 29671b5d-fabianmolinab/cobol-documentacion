      *    INTERFAZ DE LA RUTINA DE REGISTRO DE REPORTES POR OFICINA
      *    PE3C0160. EL PROGRAMA QUE GENERA UNA SALIDA POR OFICINA LA
      *    REGISTRA EN PRDTWRDO PARA QUE LA DISTRIBUCION (PE3C0161) LA
      *    META EN EL PAQUETE DE LA OFICINA CON SU MANIFIESTO:
      *    ACCION 'F' FIJA REGISTROS Y TOTAL (ARCHIVO QUE SE ESCRIBE
      *    COMPLETO DE UNA VEZ, COMO OFINNNN O FACNNNN);
      *    ACCION 'S' LOS SUMA A LO YA REGISTRADO (ARCHIVO QUE SE
      *    ESCRIBE POR PARTES, COMO SOLNNNN O LAS CARTAS);
      *    ACCION 'B' BORRA LO QUE EL PROGRAMA TENIA REGISTRADO EN LA
      *    FECHA (AL ARRANQUE, PARA QUE UNA RECORRIDA NO DUPLIQUE LAS
      *    SUMAS); NO USA OFICINA, REPORTE NI DATASET.
      *    COD-RET: 00 OK, 10 DATOS INVALIDOS, 30 ERROR SQL
       01 CAI-PE9CRDO0.
           05 RDO0-ENTRADA.
              10 RDO0-ACCION       PIC X(1).
                88 RDO0-ACC-FIJAR        VALUE 'F'.
                88 RDO0-ACC-SUMAR        VALUE 'S'.
                88 RDO0-ACC-BORRAR       VALUE 'B'.
              10 RDO0-FECHA        PIC X(10).
              10 RDO0-OFICINA      PIC X(4).
              10 RDO0-REPORTE      PIC X(8).
              10 RDO0-DATASET      PIC X(8).
              10 RDO0-PROGRAMA     PIC X(8).
              10 RDO0-REGISTROS    PIC S9(9) COMP.
              10 RDO0-TOTAL        PIC S9(13)V99 COMP-3.
           05 RDO0-SALIDA.
              10 RDO0-COD-RET      PIC XX.
              10 RDO0-ERROR1       PIC X(20).
              10 RDO0-MAS-SQLCODE  PIC ZZZZ.
