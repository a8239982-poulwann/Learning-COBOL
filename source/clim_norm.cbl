           05 filler pic x(16).

       fd  generation-file.
       01  generation-record pic x(124).

       fd  normals-file.
       01  normals-record pic x(40).
