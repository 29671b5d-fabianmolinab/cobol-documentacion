      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCAS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCAS.
