      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCOT.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCOT.
