      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWPFL.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWPFL.
