      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWREV.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWREV.
