      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWMAN.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWMAN.
