      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWREI.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWREI.
