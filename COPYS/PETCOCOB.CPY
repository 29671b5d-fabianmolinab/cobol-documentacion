      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCOB.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCOB.
