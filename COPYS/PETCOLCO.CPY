      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWLCO.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWLCO.
