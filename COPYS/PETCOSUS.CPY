      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWSUS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWSUS.
