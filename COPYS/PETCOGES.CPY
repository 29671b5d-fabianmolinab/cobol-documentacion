      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWGES.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWGES.
