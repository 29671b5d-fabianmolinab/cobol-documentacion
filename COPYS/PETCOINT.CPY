      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWINT.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWINT.
