      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWGCO.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWGCO.
