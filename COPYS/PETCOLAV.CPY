      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWLAV.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWLAV.
