      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWSAN.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWSAN.
