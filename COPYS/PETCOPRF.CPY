      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPRF.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPRF.
