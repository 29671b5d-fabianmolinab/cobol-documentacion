      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWBUR.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWBUR.
