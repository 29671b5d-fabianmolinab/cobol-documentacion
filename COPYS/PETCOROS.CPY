      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWROS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWROS.
