      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWRPR.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWRPR.
