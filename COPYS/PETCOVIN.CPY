      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWVIN.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWVIN.
