      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWANM.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWANM.
