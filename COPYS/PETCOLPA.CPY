      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWLPA.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWLPA.
