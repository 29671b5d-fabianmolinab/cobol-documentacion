      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCPL.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCPL.
