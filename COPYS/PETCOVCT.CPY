      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWVCT.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWVCT.
