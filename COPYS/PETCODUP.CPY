      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWDUP.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWDUP.
